      * DEADLETTER parks a failed payload under its queue name with
      * a reason code, LIST shows the parked entries, and REPLAY
      * reposts a queue's parked payloads to the live queue - lost
      * messages become an operator decision, not a side effect.
      * Topics live in the same registry: SUBSCRIBE and UNSUBSCRIBE
      * add and drop a queue's subscription to a topic, and PUBLISH
      * hands one payload to the broker, which posts a copy to every
      * queue subscribed at that moment. A subscriber already at its
      * QR-DEPTH-LIMIT gets its copy parked in the dead-letter store
      * under its own queue name, reason OVER, rather than holding up
      * the rest; STATUS lists each topic with its subscribers and
      * their backlog.
      * A queue registered DURABLE has its payloads kept in the broker
      * journal as well as in the live queue: POSTED (and a PUBLISH or
      * REPLAY into it) journals the payload before answering, and
      * COLLECTED marks the oldest outstanding one done. After a
      * restart RECOVER reposts every journaled message nobody
      * collected, parks the ones older than the age limit (reason
      * AGED), and reports what it restored, what had already been
      * collected and what it parked
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEADLETTER-FILE ASSIGN TO "msgbroker.deadletter"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "msgbroker.journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
      * Outstanding messages this queue may hold before a POSTED
      * flags it as backing up; 0 leaves the queue unwatched
           05 QR-DEPTH-LIMIT PIC 9(9).
      * What the row is: Q (or spaces, for rows written before topics
      * existed) a queue; T a topic, whose QR-MSG-COUNT counts its
      * publishes; S the subscription of queue QR-SUBSCRIBER to topic
      * QR-NAME, whose QR-MSG-COUNT counts the copies delivered to it.
      * Topic and subscription rows carry ID and limit 0, so readers
      * that only know about queues pass over them
           05 QR-KIND       PIC X(1).
           05 QR-SUBSCRIBER PIC X(20).
      * Copies of a topic's publishes that went to the dead-letter
      * store instead of a subscriber
           05 QR-DEAD-COUNT PIC 9(9).
      * Y when the queue's payloads are journaled
           05 QR-DURABLE    PIC X(1).
      * One parked payload per record: which queue it belonged to, a
      * four-character reason code, when it was parked, and the
      * payload itself, held until an operator REPLAYs or clears it
           05 DL-DATE       PIC 9(8).
           05 DL-TIME       PIC 9(8).
           05 DL-PAYLOAD    PIC X(100).
      * Append-only: a P entry for each payload posted to a durable
      * queue, under the next sequence number, and a C entry carrying
      * that number when it is collected. RECOVER compacts the file
      * down to the entries still outstanding
       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 MJ-SEQ        PIC 9(9).
           05 MJ-ENTRY      PIC X(1).
           05 MJ-QUEUE      PIC X(20).
           05 MJ-TYPE       PIC 9(4).
           05 MJ-DATE       PIC 9(8).
           05 MJ-TIME       PIC 9(8).
           05 MJ-PAYLOAD    PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(100).
       01 BROKER-ACTION PIC X(11) VALUE SPACES.
       01 TARGET-NAME   PIC X(20) VALUE SPACES.
       01 FOUND-IDX     PIC 9(4)  VALUE 0.
       01 NEXT-FREE-ID  PIC 9(9)  VALUE 0.
       01 REPLAY-COUNT  PIC 9(4)  VALUE 0.
       01 REPLAY-TYPE   PIC 9(4)  VALUE 1.
       01 MSGQ-INSTANCE TYPE MSG-QUEUE-DATA.
       01 USAGE-TEXT    PIC X(123) VALUE
           "CORE-MSGBROKER: usage REGISTER|RESOLVE|POSTED|COLLECTED|STAT
      -    "US|DEADLETTER|LIST|REPLAY|PUBLISH|SUBSCRIBE|UNSUBSCRIBE|RECO
      -    "VER".
       01 SUB-QUEUE-ARG PIC X(20) VALUE SPACES.
       01 SUB-IDX       PIC 9(4)  VALUE 0.
       01 SUB-ROW-IDX   PIC 9(4)  VALUE 0.
       01 TOPIC-IDX     PIC 9(4)  VALUE 0.
       01 TOPIC-COUNT   PIC 9(4)  VALUE 0.
       01 QUEUE-COUNT   PIC 9(4)  VALUE 0.
       01 PUBLISH-TYPE  PIC 9(4)  VALUE 1.
       01 DELIVER-COUNT PIC 9(4)  VALUE 0.
       01 PARKED-COUNT  PIC 9(4)  VALUE 0.
       01 QUEUE-IDX     PIC 9(4).
       01 QUEUE-FLAGS   PIC X(14).
       01 REGISTER-OPTION PIC X(9) VALUE SPACES.
      * The payload POSTED journals, and the journal entry COLLECTED
      * names when it does not simply take the queue's oldest
       01 POST-PAYLOAD-ARG PIC X(100) VALUE SPACES.
       01 POST-TYPE     PIC 9(4)  VALUE 1.
       01 COLLECT-SEQ   PIC 9(9)  VALUE 0.
      * What JOURNAL-POST writes; JOURNAL-RESULT is 0 once the entry
      * is safely on file
       01 MJ-FILE-STATUS PIC XX.
       01 JOURNAL-QUEUE PIC X(20).
       01 JOURNAL-TYPE  PIC 9(4).
       01 JOURNAL-PAYLOAD PIC X(100).
       01 JOURNAL-RESULT PIC 9(1).
      * Y when the journal holds more posted entries than the table;
      * the file is then never compacted, so nothing is lost from it
       01 JOURNAL-OVERFLOW PIC X(1) VALUE "N".
       01 RECOVER-OUTCOME PIC X(20).
       01 JOURNAL-HIGH-SEQ PIC 9(9) VALUE 0.
       01 JT-COUNT      PIC 9(4)  VALUE 0.
       01 JT-IDX        PIC 9(4).
       01 JT-FOUND      PIC 9(4).
      * RECOVER's age limit in days, and its tallies
       01 RECOVER-MAX-AGE PIC 9(4) VALUE 7.
       01 TODAY-DATE    PIC 9(8).
       01 TODAY-INT     PIC 9(9).
       01 ENTRY-AGE     PIC S9(9).
       01 RESTORED-COUNT PIC 9(4) VALUE 0.
       01 COLLECTED-COUNT PIC 9(4) VALUE 0.
       01 AGED-COUNT    PIC 9(4)  VALUE 0.
       01 KEPT-COUNT    PIC 9(4)  VALUE 0.
      * The journal's posted entries since it was last compacted, in
      * sequence order: P outstanding, C collected, X dropped by
      * RECOVER
       01 JOURNAL-TABLE.
           05 JT-ENTRY OCCURS 500 TIMES.
               10 JT-SEQ      PIC 9(9).
               10 JT-STATE    PIC X(1).
               10 JT-QUEUE    PIC X(20).
               10 JT-TYPE     PIC 9(4).
               10 JT-DATE     PIC 9(8).
               10 JT-TIME     PIC 9(8).
               10 JT-PAYLOAD  PIC X(100).
      * Parked entries held in memory while the store is rewritten
      * minus the replayed ones
       01 DL-TABLE.
               10 QT-ID         PIC 9(9).
               10 QT-MSG-COUNT  PIC 9(9).
               10 QT-DEPTH-LIMIT PIC 9(9).
               10 QT-KIND       PIC X(1).
               10 QT-SUBSCRIBER PIC X(20).
               10 QT-DEAD-COUNT PIC 9(9).
               10 QT-DURABLE    PIC X(1).
      * The registry as it was read, and this run's own table kept
      * aside while the registry is read again: a rewrite that finds
      * the file changed since it was read lays what this run did to
      * the first over the registry as it is on file now
       01 LOADED-COUNT  PIC 9(4)  VALUE 0.
       01 LOADED-TABLE.
           05 LD-ENTRY OCCURS 100 TIMES.
               10 LD-NAME       PIC X(20).
               10 LD-ID         PIC 9(9).
               10 LD-MSG-COUNT  PIC 9(9).
               10 LD-DEPTH-LIMIT PIC 9(9).
               10 LD-KIND       PIC X(1).
               10 LD-SUBSCRIBER PIC X(20).
               10 LD-DEAD-COUNT PIC 9(9).
               10 LD-DURABLE    PIC X(1).
       01 MINE-COUNT    PIC 9(4)  VALUE 0.
       01 MINE-IDX      PIC 9(4).
       01 MINE-TABLE.
           05 MN-ENTRY OCCURS 100 TIMES.
               10 MN-NAME       PIC X(20).
               10 MN-ID         PIC 9(9).
               10 MN-MSG-COUNT  PIC 9(9).
               10 MN-DEPTH-LIMIT PIC 9(9).
               10 MN-KIND       PIC X(1).
               10 MN-SUBSCRIBER PIC X(20).
               10 MN-DEAD-COUNT PIC 9(9).
               10 MN-DURABLE    PIC X(1).
       01 MERGE-NAME    PIC X(20).
       01 MERGE-KIND    PIC X(1).
       01 MERGE-SUBSCRIBER PIC X(20).
       01 MERGE-IDX     PIC 9(4).
       01 MERGE-COUNT   PIC S9(10).
       COPY "filelock.cpy".
      * The journal's own named lock, held only while the journal is
      * read and written, so it never overlaps the registry's
       COPY "filelock.cpy" REPLACING
           ==FILE-LOCK-REQUEST== BY ==JOURNAL-LOCK-REQUEST==
           LEADING ==FL-== BY ==JL-==.
       01 OVER-SWITCH   PIC X(1)  VALUE "N".
       01 AUD-PROGRAM   PIC X(20) VALUE "CORE-MSGBROKER".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "CORE-MSGBROKER" TO FAULT-PROGRAM.
      * First argument is the action, second (except for STATUS and
      * LIST, and the optional age limit in days for RECOVER) the
      * queue or topic name it applies to
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 1
               MOVE 123 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD USAGE-TEXT MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           MOVE 1 TO CMD-ARG-NUM.
           DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE.
           MOVE CMD-ARG-VAL(1:11) TO BROKER-ACTION.
      * A misspelled action must not read as success - name the legal
      * set and leave nonzero instead of quietly rewriting the
      * registry as a no-op
               AND BROKER-ACTION NOT = "DEADLETTER"
               AND BROKER-ACTION NOT = "LIST      "
               AND BROKER-ACTION NOT = "REPLAY    "
               AND BROKER-ACTION NOT = "PUBLISH"
               AND BROKER-ACTION NOT = "SUBSCRIBE"
               AND BROKER-ACTION NOT = "UNSUBSCRIBE"
               AND BROKER-ACTION NOT = "RECOVER"
               MOVE 123 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD USAGE-TEXT MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           IF BROKER-ACTION = "RECOVER"
               AND CMD-ARG-COUNT NOT < 2
               MOVE 2 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL(1:4) IS NUMERIC
                   MOVE CMD-ARG-VAL(1:4) TO RECOVER-MAX-AGE
               END-IF
           END-IF.
           IF BROKER-ACTION NOT = "STATUS    "
               AND BROKER-ACTION NOT = "LIST      "
               AND BROKER-ACTION NOT = "RECOVER"
               IF CMD-ARG-COUNT < 2
                   MOVE "CORE-MSGBROKER: queue name required" TO BUFFER
                   MOVE 35 TO MSG-LEN
                   MOVE CMD-ARG-VAL(1:4) TO REPLAY-TYPE
               END-IF
           END-IF.
      * REGISTER may say DURABLE or TRANSIENT; POSTED may carry the
      * payload and its message type, which a durable queue needs;
      * COLLECTED may name the journal entry collected
           IF BROKER-ACTION = "REGISTER  "
               AND CMD-ARG-COUNT NOT < 3
               MOVE 3 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL(1:9) TO REGISTER-OPTION
               IF REGISTER-OPTION NOT = "DURABLE"
                   AND REGISTER-OPTION NOT = "TRANSIENT"
                   MOVE "CORE-MSGBROKER: option DURABLE|TRANSIENT"
                       TO BUFFER
                   MOVE 40 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
           END-IF.
           IF BROKER-ACTION = "POSTED    "
               IF CMD-ARG-COUNT NOT < 3
                   MOVE 3 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   MOVE CMD-ARG-VAL TO POST-PAYLOAD-ARG
               END-IF
               IF CMD-ARG-COUNT NOT < 4
                   MOVE 4 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   IF CMD-ARG-VAL(1:4) IS NUMERIC
                       MOVE CMD-ARG-VAL(1:4) TO POST-TYPE
                   END-IF
               END-IF
           END-IF.
           IF BROKER-ACTION = "COLLECTED "
               AND CMD-ARG-COUNT NOT < 3
               MOVE 3 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL(1:9) IS NUMERIC
                   MOVE CMD-ARG-VAL(1:9) TO COLLECT-SEQ
               END-IF
           END-IF.
      * SUBSCRIBE and UNSUBSCRIBE name the subscribing queue; PUBLISH
      * carries the payload and may name the message type the copies
      * go out under
           IF BROKER-ACTION = "SUBSCRIBE"
               OR BROKER-ACTION = "UNSUBSCRIBE"
               IF CMD-ARG-COUNT < 3
                   MOVE "CORE-MSGBROKER: subscriber queue required"
                       TO BUFFER
                   MOVE 41 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               MOVE 3 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL(1:20) TO SUB-QUEUE-ARG
           END-IF.
           IF BROKER-ACTION = "PUBLISH"
               IF CMD-ARG-COUNT NOT < 3
                   MOVE 3 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   MOVE CMD-ARG-VAL TO DL-PAYLOAD-ARG
               END-IF
               IF CMD-ARG-COUNT NOT < 4
                   MOVE 4 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   IF CMD-ARG-VAL(1:4) IS NUMERIC
                       MOVE CMD-ARG-VAL(1:4) TO PUBLISH-TYPE
                   END-IF
               END-IF
           END-IF.
      * Load the registry, noting its generation first so the
      * rewrite can tell whether anyone else rewrote it meanwhile;
      * a missing file just means nothing is registered yet
           MOVE "READ" TO FL-FUNCTION.
           MOVE AUD-PROGRAM TO FL-PROGRAM.
           MOVE "msgbroker.registry" TO FL-FILE.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           PERFORM LOAD-REGISTRY.
           MOVE REGISTRY-TABLE TO LOADED-TABLE.
           MOVE REG-COUNT TO LOADED-COUNT.
      * Work out where the named queue or topic sits and what the
      * next free ID would be if it has to be allocated; subscription
      * rows share their topic's name and are not what a name finds
           PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > REG-COUNT
               IF QT-NAME(REG-IDX) = TARGET-NAME
                   AND QT-KIND(REG-IDX) NOT = "S"
                   MOVE REG-IDX TO FOUND-IDX
               END-IF
               IF QT-ID(REG-IDX) > NEXT-FREE-ID
               END-IF
           END-PERFORM.
           ADD 1 TO NEXT-FREE-ID.
      * A name belongs to a queue or to a topic, never both: REGISTER
      * and the topic actions refuse a name the other kind holds, and
      * the queue actions do not see topics at all
           IF FOUND-IDX NOT = 0
               IF QT-KIND(FOUND-IDX) = "Q"
                   AND (BROKER-ACTION = "PUBLISH"
                       OR BROKER-ACTION = "SUBSCRIBE"
                       OR BROKER-ACTION = "UNSUBSCRIBE")
                   MOVE "CORE-MSGBROKER: name is a queue, not a topic"
                       TO BUFFER
                   MOVE 44 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               IF QT-KIND(FOUND-IDX) = "T"
                   AND BROKER-ACTION = "REGISTER  "
                   MOVE "CORE-MSGBROKER: name is a topic, not a queue"
                       TO BUFFER
                   MOVE 44 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               IF QT-KIND(FOUND-IDX) = "T"
                   AND BROKER-ACTION NOT = "PUBLISH"
                   AND BROKER-ACTION NOT = "SUBSCRIBE"
                   AND BROKER-ACTION NOT = "UNSUBSCRIBE"
                   MOVE 0 TO FOUND-IDX
               END-IF
           END-IF.
           IF BROKER-ACTION = "STATUS    "
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT
                   MOVE SPACES TO LIST-LINE
                   IF QT-KIND(REG-IDX) = "Q"
                       ADD 1 TO QUEUE-COUNT
                       MOVE SPACES TO QUEUE-FLAGS
                       IF QT-DEPTH-LIMIT(REG-IDX) NOT = 0
                           AND QT-MSG-COUNT(REG-IDX)
                               > QT-DEPTH-LIMIT(REG-IDX)
                           MOVE " OVER" TO QUEUE-FLAGS
                       END-IF
                       IF QT-DURABLE(REG-IDX) = "Y"
                           IF QUEUE-FLAGS = SPACES
                               MOVE " DURABLE" TO QUEUE-FLAGS
                           ELSE
                               MOVE " OVER DURABLE" TO QUEUE-FLAGS
                           END-IF
                       END-IF
                       STRING "QUEUE:" DELIMITED BY SIZE
                              QT-NAME(REG-IDX) DELIMITED BY SPACE
                              " ID:" DELIMITED BY SIZE
                              QT-ID(REG-IDX) DELIMITED BY SIZE
                              " MSGS:" DELIMITED BY SIZE
                              QT-MSG-COUNT(REG-IDX) DELIMITED BY SIZE
                              QUEUE-FLAGS DELIMITED BY "  "
                              INTO LIST-LINE
                       MOVE 70 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD LIST-LINE MSG-LEN
                           GIVING RESULT
                   END-IF
               END-PERFORM
               MOVE SPACES TO LIST-LINE
               STRING "QUEUES REGISTERED:" DELIMITED BY SIZE
                      QUEUE-COUNT DELIMITED BY SIZE
                      INTO LIST-LINE
               MOVE 24 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD LIST-LINE MSG-LEN
                   GIVING RESULT
      * Each topic, then under it every queue subscribed to it with
      * the backlog it is carrying; FULL marks a subscriber whose next
      * copy will be dead-lettered
               PERFORM VARYING TOPIC-IDX FROM 1 BY 1
                       UNTIL TOPIC-IDX > REG-COUNT
                   IF QT-KIND(TOPIC-IDX) = "T"
                       ADD 1 TO TOPIC-COUNT
                       MOVE SPACES TO LIST-LINE
                       STRING "TOPIC:" DELIMITED BY SIZE
                              QT-NAME(TOPIC-IDX) DELIMITED BY SPACE
                              " PUBLISHED:" DELIMITED BY SIZE
                              QT-MSG-COUNT(TOPIC-IDX) DELIMITED BY SIZE
                              " DEADLETTERED:" DELIMITED BY SIZE
                              QT-DEAD-COUNT(TOPIC-IDX)
                                  DELIMITED BY SIZE
                              INTO LIST-LINE
                       MOVE 80 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD LIST-LINE
                           MSG-LEN GIVING RESULT
                       PERFORM VARYING SUB-ROW-IDX FROM 1 BY 1
                               UNTIL SUB-ROW-IDX > REG-COUNT
                           IF QT-KIND(SUB-ROW-IDX) = "S"
                               AND QT-NAME(SUB-ROW-IDX)
                                   = QT-NAME(TOPIC-IDX)
                               PERFORM SHOW-SUBSCRIBER
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               MOVE SPACES TO LIST-LINE
               STRING "TOPICS REGISTERED:" DELIMITED BY SIZE
                      TOPIC-COUNT DELIMITED BY SIZE
                      INTO LIST-LINE
               MOVE 24 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD LIST-LINE MSG-LEN
                   MOVE NEXT-FREE-ID TO QT-ID(REG-COUNT)
                   MOVE 0 TO QT-MSG-COUNT(REG-COUNT)
                   MOVE 0 TO QT-DEPTH-LIMIT(REG-COUNT)
                   MOVE "Q" TO QT-KIND(REG-COUNT)
                   MOVE SPACES TO QT-SUBSCRIBER(REG-COUNT)
                   MOVE 0 TO QT-DEAD-COUNT(REG-COUNT)
                   MOVE "N" TO QT-DURABLE(REG-COUNT)
                   MOVE REG-COUNT TO FOUND-IDX
               END-IF
               IF REGISTER-OPTION = "DURABLE"
                   MOVE "Y" TO QT-DURABLE(FOUND-IDX)
               END-IF
               IF REGISTER-OPTION = "TRANSIENT"
                   MOVE "N" TO QT-DURABLE(FOUND-IDX)
               END-IF
               MOVE SPACES TO BUFFER
               IF QT-DURABLE(FOUND-IDX) = "Y"
                   STRING "QUEUE:" DELIMITED BY SIZE
                          QT-NAME(FOUND-IDX) DELIMITED BY SPACE
                          " ID:" DELIMITED BY SIZE
                          QT-ID(FOUND-IDX) DELIMITED BY SIZE
                          " DURABLE" DELIMITED BY SIZE
                          INTO BUFFER
               ELSE
                   STRING "QUEUE:" DELIMITED BY SIZE
                          QT-NAME(FOUND-IDX) DELIMITED BY SPACE
                          " ID:" DELIMITED BY SIZE
                          QT-ID(FOUND-IDX) DELIMITED BY SIZE
                          INTO BUFFER
               END-IF
               MOVE 45 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
      * A durable queue's payload goes into the journal before the
      * post is counted and answered; if it cannot be journaled the
      * sender is told so and nothing is counted
               IF BROKER-ACTION = "POSTED    "
                   AND QT-DURABLE(FOUND-IDX) = "Y"
                   IF CMD-ARG-COUNT < 3
                       MOVE
                           "CORE-MSGBROKER: durable queue needs payload"
                           TO BUFFER
                       MOVE 43 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                       CALL "sys_exit_c" USING 1
                   END-IF
                   MOVE TARGET-NAME TO JOURNAL-QUEUE
                   MOVE POST-TYPE TO JOURNAL-TYPE
                   MOVE POST-PAYLOAD-ARG TO JOURNAL-PAYLOAD
                   PERFORM JOURNAL-POST
                   IF JOURNAL-RESULT NOT = 0
                       MOVE "CORE-MSGBROKER: payload not journaled"
                           TO BUFFER
                       MOVE 37 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                       CALL "sys_exit_c" USING 1
                   END-IF
                   MOVE SPACES TO BUFFER
                   STRING "QUEUE:" DELIMITED BY SIZE
                          TARGET-NAME DELIMITED BY SPACE
                          " JOURNALED:" DELIMITED BY SIZE
                          JOURNAL-HIGH-SEQ DELIMITED BY SIZE
                          INTO BUFFER
                   MOVE 45 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
               END-IF
               IF BROKER-ACTION = "POSTED    "
                   ADD 1 TO QT-MSG-COUNT(FOUND-IDX)
      * Past its limit: say so on the console, leave an ERROR in the
                   IF QT-MSG-COUNT(FOUND-IDX) NOT = 0
                       SUBTRACT 1 FROM QT-MSG-COUNT(FOUND-IDX)
                   END-IF
                   IF QT-DURABLE(FOUND-IDX) = "Y"
                       MOVE TARGET-NAME TO JOURNAL-QUEUE
                       PERFORM JOURNAL-COLLECT
                       IF JT-FOUND NOT = 0
                           MOVE SPACES TO BUFFER
                           STRING "QUEUE:" DELIMITED BY SIZE
                                  TARGET-NAME DELIMITED BY SPACE
                                  " COLLECTED:" DELIMITED BY SIZE
                                  JT-SEQ(JT-FOUND) DELIMITED BY SIZE
                                  INTO BUFFER
                           MOVE 45 TO MSG-LEN
                           CALL "sys_write_c" USING OUT-FD BUFFER
                               MSG-LEN GIVING RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * REPLAY reposts the named queue's parked payloads to the live
                       MOVE 100 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                       MOVE DT-PAYLOAD(DL-IDX)
                           TO MQ-PAYLOAD OF MSGQ-INSTANCE
                       MOVE "MSGQUEUE" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       IF RESULT = 0
                           ADD 1 TO REPLAY-COUNT
                           ADD 1 TO QT-MSG-COUNT(FOUND-IDX)
                           MOVE "N" TO DT-KEEP(DL-IDX)
                           IF QT-DURABLE(FOUND-IDX) = "Y"
                               MOVE TARGET-NAME TO JOURNAL-QUEUE
                               MOVE REPLAY-TYPE TO JOURNAL-TYPE
                               MOVE DT-PAYLOAD(DL-IDX)
                                   TO JOURNAL-PAYLOAD
                               PERFORM JOURNAL-POST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
           END-IF.
      * SUBSCRIBE puts a registered queue on a topic's list, making
      * the topic on its first subscriber; subscribing twice is
      * harmless
           IF BROKER-ACTION = "SUBSCRIBE"
               PERFORM FIND-SUBSCRIBER-QUEUE
               IF SUB-IDX = 0
                   MOVE "CORE-MSGBROKER: queue not registered"
                       TO BUFFER
                   MOVE 36 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               PERFORM FIND-SUBSCRIPTION
               IF SUB-ROW-IDX = 0
                   IF REG-COUNT = 100
                       OR (FOUND-IDX = 0 AND REG-COUNT > 98)
                       MOVE "CORE-MSGBROKER: registry full" TO BUFFER
                       MOVE 29 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                       CALL "sys_exit_c" USING 1
                   END-IF
                   IF FOUND-IDX = 0
                       ADD 1 TO REG-COUNT
                       MOVE TARGET-NAME TO QT-NAME(REG-COUNT)
                       MOVE 0 TO QT-ID(REG-COUNT)
                       MOVE 0 TO QT-MSG-COUNT(REG-COUNT)
                       MOVE 0 TO QT-DEPTH-LIMIT(REG-COUNT)
                       MOVE "T" TO QT-KIND(REG-COUNT)
                       MOVE SPACES TO QT-SUBSCRIBER(REG-COUNT)
                       MOVE 0 TO QT-DEAD-COUNT(REG-COUNT)
                       MOVE REG-COUNT TO FOUND-IDX
                   END-IF
                   ADD 1 TO REG-COUNT
                   MOVE TARGET-NAME TO QT-NAME(REG-COUNT)
                   MOVE 0 TO QT-ID(REG-COUNT)
                   MOVE 0 TO QT-MSG-COUNT(REG-COUNT)
                   MOVE 0 TO QT-DEPTH-LIMIT(REG-COUNT)
                   MOVE "S" TO QT-KIND(REG-COUNT)
                   MOVE SUB-QUEUE-ARG TO QT-SUBSCRIBER(REG-COUNT)
                   MOVE 0 TO QT-DEAD-COUNT(REG-COUNT)
               END-IF
               MOVE SPACES TO BUFFER
               STRING "TOPIC:" DELIMITED BY SIZE
                      TARGET-NAME DELIMITED BY SPACE
                      " SUBSCRIBED:" DELIMITED BY SIZE
                      SUB-QUEUE-ARG DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 60 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
           END-IF.
      * UNSUBSCRIBE drops the subscription row; the topic stays, with
      * its counts, for whoever subscribes next
           IF BROKER-ACTION = "UNSUBSCRIBE"
               IF FOUND-IDX = 0
                   MOVE "CORE-MSGBROKER: topic not registered"
                       TO BUFFER
                   MOVE 36 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               PERFORM FIND-SUBSCRIPTION
               IF SUB-ROW-IDX = 0
                   MOVE "CORE-MSGBROKER: queue not subscribed"
                       TO BUFFER
                   MOVE 36 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               MOVE "D" TO QT-KIND(SUB-ROW-IDX)
               MOVE SPACES TO BUFFER
               STRING "TOPIC:" DELIMITED BY SIZE
                      TARGET-NAME DELIMITED BY SPACE
                      " UNSUBSCRIBED:" DELIMITED BY SIZE
                      SUB-QUEUE-ARG DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 60 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
           END-IF.
      * PUBLISH posts one copy to each subscriber in registry order.
      * A subscriber that cannot take its copy - at its depth limit,
      * refusing the post, or no longer registered - has the copy
      * parked for it and the fan-out carries on; one WARN in the
      * audit journal covers all of a publish's parked copies
           IF BROKER-ACTION = "PUBLISH"
               IF FOUND-IDX = 0
                   MOVE "CORE-MSGBROKER: topic not registered"
                       TO BUFFER
                   MOVE 36 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               ADD 1 TO QT-MSG-COUNT(FOUND-IDX)
               PERFORM VARYING SUB-ROW-IDX FROM 1 BY 1
                       UNTIL SUB-ROW-IDX > REG-COUNT
                   IF QT-KIND(SUB-ROW-IDX) = "S"
                       AND QT-NAME(SUB-ROW-IDX) = TARGET-NAME
                       MOVE QT-SUBSCRIBER(SUB-ROW-IDX) TO SUB-QUEUE-ARG
                       PERFORM FIND-SUBSCRIBER-QUEUE
                       PERFORM DELIVER-COPY
                   END-IF
               END-PERFORM
               IF PARKED-COUNT NOT = 0
                   MOVE SPACES TO AUD-EVENT
                   STRING "TOPIC-PARKED:" DELIMITED BY SIZE
                          TARGET-NAME DELIMITED BY SPACE
                          INTO AUD-EVENT
                   MOVE PARKED-COUNT TO AUD-RC
                   MOVE "WARN" TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
               END-IF
               MOVE SPACES TO BUFFER
               STRING "TOPIC:" DELIMITED BY SIZE
                      TARGET-NAME DELIMITED BY SPACE
                      " DELIVERED:" DELIMITED BY SIZE
                      DELIVER-COUNT DELIMITED BY SIZE
                      " DEADLETTERED:" DELIMITED BY SIZE
                      PARKED-COUNT DELIMITED BY SIZE
                      INTO BUFFER
               MOVE 70 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
           END-IF.
      * RECOVER rebuilds the durable queues after a restart. The live
      * queues start empty, so each durable queue's count starts from
      * zero and grows with what is reposted; collected entries are
      * only tallied, and one past the age limit, or whose queue is no
      * longer registered, is parked instead. The journal is then
      * compacted to the entries still outstanding
           IF BROKER-ACTION = "RECOVER"
               PERFORM LOCK-JOURNAL
               IF JL-RC NOT = 0
                   MOVE "CORE-MSGBROKER: journal lock not available"
                       TO BUFFER
                   MOVE 42 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   MOVE "JOURNAL-LOCK" TO AUD-EVENT
                   MOVE JL-RC TO AUD-RC
                   MOVE "ERROR" TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
                   CALL "sys_exit_c" USING 1
               END-IF
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT
                   IF QT-KIND(REG-IDX) = "Q"
                       AND QT-DURABLE(REG-IDX) = "Y"
                       MOVE 0 TO QT-MSG-COUNT(REG-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING JT-IDX FROM 1 BY 1
                       UNTIL JT-IDX > JT-COUNT
                   IF JT-STATE(JT-IDX) = "C"
                       ADD 1 TO COLLECTED-COUNT
                       MOVE "ALREADY COLLECTED" TO RECOVER-OUTCOME
                       PERFORM SHOW-JOURNAL-ENTRY
                   ELSE
                       PERFORM RECOVER-ENTRY
                   END-IF
               END-PERFORM
               PERFORM COMPACT-JOURNAL
               PERFORM UNLOCK-JOURNAL
               MOVE SPACES TO BUFFER
               STRING "CORE-MSGBROKER: RESTORED:" DELIMITED BY SIZE
                      RESTORED-COUNT DELIMITED BY SIZE
                      " COLLECTED:" DELIMITED BY SIZE
                      COLLECTED-COUNT DELIMITED BY SIZE
                      " DEADLETTERED:" DELIMITED BY SIZE
                      AGED-COUNT DELIMITED BY SIZE
                      " KEPT:" DELIMITED BY SIZE
                      KEPT-COUNT DELIMITED BY SIZE
                      INTO BUFFER
               MOVE 80 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               MOVE "RECOVER" TO AUD-EVENT
               MOVE RESTORED-COUNT TO AUD-RC
               IF AGED-COUNT = 0 AND KEPT-COUNT = 0
                   MOVE "INFO" TO AUD-SEVERITY
               ELSE
                   MOVE "WARN" TO AUD-SEVERITY
               END-IF
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
               IF KEPT-COUNT NOT = 0
                   MOVE "Y" TO OVER-SWITCH
               END-IF
           END-IF.
      * Take the registry's lock for the rewrite. If someone else
      * rewrote it since it was read, it is read again under the lock
      * and this run's changes are laid over it, so neither run's
      * counts are lost
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE "Y" TO FL-CHECK.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF FL-RC NOT = 0
               MOVE "CORE-MSGBROKER: registry lock not available"
                   TO BUFFER
               MOVE 43 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               MOVE "REGISTRY-LOCK" TO AUD-EVENT
               MOVE FL-RC TO AUD-RC
               MOVE "ERROR" TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
               CALL "sys_exit_c" USING 1
           END-IF.
           IF FL-CONFLICT = "Y"
               PERFORM MERGE-REGISTRY
           END-IF.
      * Write the registry back in one pass for the actions that
      * changed it, leaving out dropped subscriptions
           OPEN OUTPUT REGISTRY-FILE.
           PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > REG-COUNT
               IF QT-KIND(REG-IDX) NOT = "D"
                   MOVE QT-NAME(REG-IDX) TO QR-NAME
                   MOVE QT-ID(REG-IDX) TO QR-ID
                   MOVE QT-MSG-COUNT(REG-IDX) TO QR-MSG-COUNT
                   MOVE QT-DEPTH-LIMIT(REG-IDX) TO QR-DEPTH-LIMIT
                   MOVE QT-KIND(REG-IDX) TO QR-KIND
                   MOVE QT-SUBSCRIBER(REG-IDX) TO QR-SUBSCRIBER
                   MOVE QT-DEAD-COUNT(REG-IDX) TO QR-DEAD-COUNT
                   MOVE QT-DURABLE(REG-IDX) TO QR-DURABLE
                   WRITE REGISTRY-RECORD
               END-IF
           END-PERFORM.
           CLOSE REGISTRY-FILE.
           MOVE "UNLOCK" TO FL-FUNCTION.
           MOVE "Y" TO FL-CHANGED.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF OVER-SWITCH = "Y"
               CALL "sys_exit_c" USING 1
           END-IF.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
      * Read the registry into the working table
       LOAD-REGISTRY.
           MOVE 0 TO REG-COUNT.
           OPEN INPUT REGISTRY-FILE.
           IF REG-FILE-STATUS = "00"
               PERFORM UNTIL REG-FILE-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "10" TO REG-FILE-STATUS
                       NOT AT END
                           IF REG-COUNT < 100
                               ADD 1 TO REG-COUNT
                               MOVE QR-NAME TO QT-NAME(REG-COUNT)
                               IF QR-ID IS NUMERIC
                                   MOVE QR-ID TO QT-ID(REG-COUNT)
                               ELSE
                                   MOVE 0 TO QT-ID(REG-COUNT)
                               END-IF
                               IF QR-MSG-COUNT IS NUMERIC
                                   MOVE QR-MSG-COUNT
                                       TO QT-MSG-COUNT(REG-COUNT)
                               ELSE
                                   MOVE 0 TO QT-MSG-COUNT(REG-COUNT)
                               END-IF
      * A registry written before the limit column existed reads
      * back with spaces there - that queue is simply unwatched
                               IF QR-DEPTH-LIMIT IS NUMERIC
                                   MOVE QR-DEPTH-LIMIT
                                       TO QT-DEPTH-LIMIT(REG-COUNT)
                               ELSE
                                   MOVE 0
                                       TO QT-DEPTH-LIMIT(REG-COUNT)
                               END-IF
                               IF QR-KIND = "T" OR QR-KIND = "S"
                                   MOVE QR-KIND TO QT-KIND(REG-COUNT)
                               ELSE
                                   MOVE "Q" TO QT-KIND(REG-COUNT)
                               END-IF
                               MOVE QR-SUBSCRIBER
                                   TO QT-SUBSCRIBER(REG-COUNT)
                               IF QR-DEAD-COUNT IS NUMERIC
                                   MOVE QR-DEAD-COUNT
                                       TO QT-DEAD-COUNT(REG-COUNT)
                               ELSE
                                   MOVE 0 TO QT-DEAD-COUNT(REG-COUNT)
                               END-IF
                               IF QR-DURABLE = "Y"
                                   MOVE "Y" TO QT-DURABLE(REG-COUNT)
                               ELSE
                                   MOVE "N" TO QT-DURABLE(REG-COUNT)
                               END-IF
                           ELSE
                               MOVE "10" TO REG-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
      * Someone else rewrote the registry after this run read it.
      * Keep this run's table aside, read the registry as it is on
      * file now, and lay over it what this run changed: a count
      * moves by as much as this run moved it, a limit or durability
      * this run changed is taken as changed, a subscription this
      * run dropped is dropped, and a row this run added is added -
      * or, where another run added the same row meanwhile, its
      * counts are added in. A queue this run registered whose name
      * or ID has been taken meanwhile cannot be laid over, and the
      * run gives up without rewriting
       MERGE-REGISTRY.
           MOVE SPACES TO BUFFER.
           STRING "CORE-MSGBROKER: registry changed by "
                      DELIMITED BY SIZE
                  FL-LAST-PROGRAM DELIMITED BY SPACE
                  ", read again" DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 70 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           MOVE REGISTRY-TABLE TO MINE-TABLE.
           MOVE REG-COUNT TO MINE-COUNT.
           PERFORM LOAD-REGISTRY.
           PERFORM VARYING MINE-IDX FROM 1 BY 1
                   UNTIL MINE-IDX > MINE-COUNT
               IF MINE-IDX > LOADED-COUNT
                   IF MN-KIND(MINE-IDX) NOT = "D"
                       PERFORM MERGE-ADDED-ROW
                   END-IF
               ELSE
                   IF MN-ENTRY(MINE-IDX) NOT = LD-ENTRY(MINE-IDX)
                       PERFORM MERGE-CHANGED-ROW
                   END-IF
               END-IF
           END-PERFORM.
      * A row that was on file when this run read it: find it again
      * by its key; one gone meanwhile - a subscription someone else
      * dropped - leaves nothing to lay the change over
       MERGE-CHANGED-ROW.
           MOVE LD-NAME(MINE-IDX) TO MERGE-NAME.
           MOVE LD-KIND(MINE-IDX) TO MERGE-KIND.
           MOVE LD-SUBSCRIBER(MINE-IDX) TO MERGE-SUBSCRIBER.
           PERFORM FIND-MERGE-ROW.
           IF MERGE-IDX NOT = 0
               IF MN-KIND(MINE-IDX) = "D"
                   MOVE "D" TO QT-KIND(MERGE-IDX)
               ELSE
                   COMPUTE MERGE-COUNT = QT-MSG-COUNT(MERGE-IDX)
                       + MN-MSG-COUNT(MINE-IDX)
                       - LD-MSG-COUNT(MINE-IDX)
                   IF MERGE-COUNT < 0
                       MOVE 0 TO MERGE-COUNT
                   END-IF
                   MOVE MERGE-COUNT TO QT-MSG-COUNT(MERGE-IDX)
                   COMPUTE MERGE-COUNT = QT-DEAD-COUNT(MERGE-IDX)
                       + MN-DEAD-COUNT(MINE-IDX)
                       - LD-DEAD-COUNT(MINE-IDX)
                   IF MERGE-COUNT < 0
                       MOVE 0 TO MERGE-COUNT
                   END-IF
                   MOVE MERGE-COUNT TO QT-DEAD-COUNT(MERGE-IDX)
                   IF MN-DEPTH-LIMIT(MINE-IDX)
                       NOT = LD-DEPTH-LIMIT(MINE-IDX)
                       MOVE MN-DEPTH-LIMIT(MINE-IDX)
                           TO QT-DEPTH-LIMIT(MERGE-IDX)
                   END-IF
                   IF MN-DURABLE(MINE-IDX) NOT = LD-DURABLE(MINE-IDX)
                       MOVE MN-DURABLE(MINE-IDX)
                           TO QT-DURABLE(MERGE-IDX)
                   END-IF
               END-IF
           END-IF.
      * A row this run added. A topic or subscription another run
      * added meanwhile is the same row, and takes this run's counts
      * on top of its own; a queue is refused if its name or its
      * newly handed-out ID is no longer free
       MERGE-ADDED-ROW.
           MOVE MN-NAME(MINE-IDX) TO MERGE-NAME.
           MOVE MN-KIND(MINE-IDX) TO MERGE-KIND.
           MOVE MN-SUBSCRIBER(MINE-IDX) TO MERGE-SUBSCRIBER.
           PERFORM FIND-MERGE-ROW.
           IF MERGE-IDX NOT = 0
               IF MERGE-KIND = "Q"
                   OR QT-KIND(MERGE-IDX) NOT = MERGE-KIND
                   PERFORM REFUSE-MERGE
               END-IF
               ADD MN-MSG-COUNT(MINE-IDX) TO QT-MSG-COUNT(MERGE-IDX)
               ADD MN-DEAD-COUNT(MINE-IDX) TO QT-DEAD-COUNT(MERGE-IDX)
           ELSE
               IF MERGE-KIND = "Q"
                   PERFORM VARYING REG-IDX FROM 1 BY 1
                           UNTIL REG-IDX > REG-COUNT
                       IF QT-ID(REG-IDX) = MN-ID(MINE-IDX)
                           PERFORM REFUSE-MERGE
                       END-IF
                   END-PERFORM
               END-IF
               IF REG-COUNT = 100
                   PERFORM REFUSE-MERGE
               END-IF
               ADD 1 TO REG-COUNT
               MOVE MN-ENTRY(MINE-IDX) TO QT-ENTRY(REG-COUNT)
           END-IF.
      * The registry row for MERGE-NAME, in MERGE-IDX: a subscription
      * by its topic and subscriber, anything else by its name alone,
      * since a name is a queue's or a topic's but never both; 0 when
      * there is none
       FIND-MERGE-ROW.
           MOVE 0 TO MERGE-IDX.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
               IF QT-NAME(REG-IDX) = MERGE-NAME
                   IF MERGE-KIND = "S"
                       IF QT-KIND(REG-IDX) = "S"
                           AND QT-SUBSCRIBER(REG-IDX) = MERGE-SUBSCRIBER
                           MOVE REG-IDX TO MERGE-IDX
                       END-IF
                   ELSE
                       IF QT-KIND(REG-IDX) NOT = "S"
                           MOVE REG-IDX TO MERGE-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Give the lock back with the registry as the other run left
      * it, and say which row could not be laid over
       REFUSE-MERGE.
           MOVE "UNLOCK" TO FL-FUNCTION.
           MOVE "N" TO FL-CHANGED.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           MOVE SPACES TO BUFFER.
           STRING "CORE-MSGBROKER: " DELIMITED BY SIZE
                  MN-NAME(MINE-IDX) DELIMITED BY SPACE
                  " clashes with a row added meanwhile, not rewritten"
                      DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 80 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           MOVE SPACES TO AUD-EVENT.
           STRING "REGISTRY-REFUSED:" DELIMITED BY SIZE
                  MN-NAME(MINE-IDX) DELIMITED BY SPACE
                  INTO AUD-EVENT.
           MOVE 0 TO AUD-RC.
           MOVE "WARN " TO AUD-SEVERITY.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           CALL "sys_exit_c" USING 1.
      * The queue row named by SUB-QUEUE-ARG, in SUB-IDX; 0 when no
      * such queue is registered
       FIND-SUBSCRIBER-QUEUE.
           MOVE 0 TO SUB-IDX.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > REG-COUNT
               IF QT-KIND(QUEUE-IDX) = "Q"
                   AND QT-NAME(QUEUE-IDX) = SUB-QUEUE-ARG
                   MOVE QUEUE-IDX TO SUB-IDX
               END-IF
           END-PERFORM.
      * The row subscribing SUB-QUEUE-ARG to the target topic, in
      * SUB-ROW-IDX; 0 when it is not subscribed
       FIND-SUBSCRIPTION.
           MOVE 0 TO SUB-ROW-IDX.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > REG-COUNT
               IF QT-KIND(QUEUE-IDX) = "S"
                   AND QT-NAME(QUEUE-IDX) = TARGET-NAME
                   AND QT-SUBSCRIBER(QUEUE-IDX) = SUB-QUEUE-ARG
                   MOVE QUEUE-IDX TO SUB-ROW-IDX
               END-IF
           END-PERFORM.
      * One STATUS line for the subscription in SUB-ROW-IDX: the
      * subscriber's backlog against its limit, and what the topic has
      * delivered to it and parked for it
       SHOW-SUBSCRIBER.
           MOVE QT-SUBSCRIBER(SUB-ROW-IDX) TO SUB-QUEUE-ARG.
           PERFORM FIND-SUBSCRIBER-QUEUE.
           MOVE SPACES TO LIST-LINE.
           IF SUB-IDX = 0
               STRING "  SUB:" DELIMITED BY SIZE
                      SUB-QUEUE-ARG DELIMITED BY SPACE
                      " NOT REGISTERED" DELIMITED BY SIZE
                      INTO LIST-LINE
           ELSE
               STRING "  SUB:" DELIMITED BY SIZE
                      SUB-QUEUE-ARG DELIMITED BY SPACE
                      " BACKLOG:" DELIMITED BY SIZE
                      QT-MSG-COUNT(SUB-IDX) DELIMITED BY SIZE
                      " LIMIT:" DELIMITED BY SIZE
                      QT-DEPTH-LIMIT(SUB-IDX) DELIMITED BY SIZE
                      " SENT:" DELIMITED BY SIZE
                      QT-MSG-COUNT(SUB-ROW-IDX) DELIMITED BY SIZE
                      " DLQ:" DELIMITED BY SIZE
                      QT-DEAD-COUNT(SUB-ROW-IDX) DELIMITED BY SIZE
                      INTO LIST-LINE
               IF QT-DEPTH-LIMIT(SUB-IDX) NOT = 0
                   AND QT-MSG-COUNT(SUB-IDX)
                       NOT < QT-DEPTH-LIMIT(SUB-IDX)
                   MOVE " FULL" TO LIST-LINE(90:5)
               END-IF
           END-IF.
           MOVE 100 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD LIST-LINE MSG-LEN
               GIVING RESULT.
      * Post the publish's copy to the subscriber queue in SUB-IDX for
      * the subscription in SUB-ROW-IDX, or park it with the reason it
      * could not go: OVER at the depth limit, SEND when the post is
      * refused, GONE when the queue is no longer registered, JRNL when
      * a durable subscriber's journal would not take it
       DELIVER-COPY.
           MOVE SPACES TO DL-REASON-ARG.
           IF SUB-IDX = 0
               MOVE "GONE" TO DL-REASON-ARG
           ELSE
               IF QT-DEPTH-LIMIT(SUB-IDX) NOT = 0
                   AND QT-MSG-COUNT(SUB-IDX)
                       NOT < QT-DEPTH-LIMIT(SUB-IDX)
                   MOVE "OVER" TO DL-REASON-ARG
               END-IF
           END-IF.
           IF DL-REASON-ARG = SPACES
               AND QT-DURABLE(SUB-IDX) = "Y"
               MOVE SUB-QUEUE-ARG TO JOURNAL-QUEUE
               MOVE PUBLISH-TYPE TO JOURNAL-TYPE
               MOVE DL-PAYLOAD-ARG TO JOURNAL-PAYLOAD
               PERFORM JOURNAL-POST
               IF JOURNAL-RESULT NOT = 0
                   MOVE "JRNL" TO DL-REASON-ARG
               END-IF
           END-IF.
           IF DL-REASON-ARG = SPACES
               MOVE QT-ID(SUB-IDX) TO MQ-ID OF MSGQ-INSTANCE
               MOVE PUBLISH-TYPE TO MQ-TYPE OF MSGQ-INSTANCE
               MOVE 100 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
               MOVE DL-PAYLOAD-ARG TO MQ-PAYLOAD OF MSGQ-INSTANCE
               MOVE "MSGQUEUE" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF RESULT = 0
                   ADD 1 TO DELIVER-COUNT
                   ADD 1 TO QT-MSG-COUNT(SUB-IDX)
                   ADD 1 TO QT-MSG-COUNT(SUB-ROW-IDX)
               ELSE
                   MOVE "SEND" TO DL-REASON-ARG
      * The copy was journaled but never reached the queue: close
      * the entry so RECOVER does not repost what is now parked
                   IF QT-DURABLE(SUB-IDX) = "Y"
                       MOVE JOURNAL-HIGH-SEQ TO COLLECT-SEQ
                       PERFORM JOURNAL-COLLECT
                       MOVE 0 TO COLLECT-SEQ
                   END-IF
               END-IF
           END-IF.
           IF DL-REASON-ARG NOT = SPACES
               PERFORM PARK-COPY
           END-IF.
      * Park the copy in the dead-letter store under the subscriber's
      * own queue name, where LIST shows it and REPLAY reposts it
       PARK-COPY.
           OPEN EXTEND DEADLETTER-FILE.
           IF DL-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEADLETTER-FILE
           END-IF.
           MOVE SUB-QUEUE-ARG TO DL-QUEUE.
           MOVE DL-REASON-ARG TO DL-REASON.
           ACCEPT DL-DATE FROM DATE YYYYMMDD.
           ACCEPT DL-TIME FROM TIME.
           MOVE DL-PAYLOAD-ARG TO DL-PAYLOAD.
           WRITE DEADLETTER-RECORD.
           CLOSE DEADLETTER-FILE.
           ADD 1 TO PARKED-COUNT.
           ADD 1 TO QT-DEAD-COUNT(SUB-ROW-IDX).
           ADD 1 TO QT-DEAD-COUNT(FOUND-IDX).
           MOVE SPACES TO BUFFER.
           STRING "SUBSCRIBER:" DELIMITED BY SIZE
                  SUB-QUEUE-ARG DELIMITED BY SPACE
                  " DEADLETTERED:" DELIMITED BY SIZE
                  DL-REASON-ARG DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 50 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
      * Take the journal's named lock and read the journal afresh
      * under it, so a sequence number is drawn, an entry collected
      * or the file compacted against the journal as it stands now,
      * not as it stood before another run appended to it. JL-RC is
      * non-zero when the lock could not be had; the journal is then
      * left alone
       LOCK-JOURNAL.
           MOVE "LOCK" TO JL-FUNCTION.
           MOVE AUD-PROGRAM TO JL-PROGRAM.
           MOVE "msgbroker.journal" TO JL-FILE.
           MOVE "N" TO JL-CHECK.
           MOVE "N" TO JL-CHANGED.
           CALL "CORE-FILELOCK" USING JOURNAL-LOCK-REQUEST.
           IF JL-RC = 0
               PERFORM LOAD-JOURNAL
           END-IF.
      * Give the journal's lock back; JL-CHANGED was set to Y by
      * whatever wrote to the file while it was held
       UNLOCK-JOURNAL.
           MOVE "UNLOCK" TO JL-FUNCTION.
           CALL "CORE-FILELOCK" USING JOURNAL-LOCK-REQUEST.
      * Read the journal into the table: each posted entry in
      * sequence order, marked collected when its C entry turns up,
      * and the highest sequence number used so far
       LOAD-JOURNAL.
           MOVE 0 TO JT-COUNT.
           MOVE 0 TO JOURNAL-HIGH-SEQ.
           MOVE "N" TO JOURNAL-OVERFLOW.
           OPEN INPUT JOURNAL-FILE.
           IF MJ-FILE-STATUS = "00"
               PERFORM UNTIL MJ-FILE-STATUS NOT = "00"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "10" TO MJ-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
       TAKE-JOURNAL-ENTRY.
           IF MJ-SEQ IS NUMERIC
               IF MJ-SEQ > JOURNAL-HIGH-SEQ
                   MOVE MJ-SEQ TO JOURNAL-HIGH-SEQ
               END-IF
               IF MJ-ENTRY = "P"
                   IF JT-COUNT < 500
                       ADD 1 TO JT-COUNT
                       MOVE MJ-SEQ TO JT-SEQ(JT-COUNT)
                       MOVE "P" TO JT-STATE(JT-COUNT)
                       MOVE MJ-QUEUE TO JT-QUEUE(JT-COUNT)
                       MOVE MJ-TYPE TO JT-TYPE(JT-COUNT)
                       MOVE MJ-DATE TO JT-DATE(JT-COUNT)
                       MOVE MJ-TIME TO JT-TIME(JT-COUNT)
                       MOVE MJ-PAYLOAD TO JT-PAYLOAD(JT-COUNT)
                   ELSE
                       MOVE "Y" TO JOURNAL-OVERFLOW
                   END-IF
               END-IF
               IF MJ-ENTRY = "C"
                   PERFORM VARYING JT-IDX FROM 1 BY 1
                           UNTIL JT-IDX > JT-COUNT
                       IF JT-SEQ(JT-IDX) = MJ-SEQ
                           MOVE "C" TO JT-STATE(JT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      * Journal one payload for JOURNAL-QUEUE under the next sequence
      * number. JOURNAL-RESULT stays 1 unless the entry is written; a
      * full table is compacted first and refuses only if it is still
      * full of outstanding entries; one that cannot have the
      * journal's lock is refused the same way
       JOURNAL-POST.
           MOVE 1 TO JOURNAL-RESULT.
           PERFORM LOCK-JOURNAL.
           IF JL-RC = 0
               PERFORM APPEND-JOURNAL-ENTRY
               PERFORM UNLOCK-JOURNAL
           END-IF.
       APPEND-JOURNAL-ENTRY.
           IF JT-COUNT = 500
               PERFORM COMPACT-JOURNAL
           END-IF.
           IF JT-COUNT < 500
               AND JOURNAL-OVERFLOW = "N"
               OPEN EXTEND JOURNAL-FILE
               IF MJ-FILE-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF MJ-FILE-STATUS = "00"
                   ADD 1 TO JOURNAL-HIGH-SEQ
                   MOVE JOURNAL-HIGH-SEQ TO MJ-SEQ
                   MOVE "P" TO MJ-ENTRY
                   MOVE JOURNAL-QUEUE TO MJ-QUEUE
                   MOVE JOURNAL-TYPE TO MJ-TYPE
                   ACCEPT MJ-DATE FROM DATE YYYYMMDD
                   ACCEPT MJ-TIME FROM TIME
                   MOVE JOURNAL-PAYLOAD TO MJ-PAYLOAD
                   WRITE JOURNAL-RECORD
                   MOVE "Y" TO JL-CHANGED
                   IF MJ-FILE-STATUS = "00"
                       MOVE 0 TO JOURNAL-RESULT
                       ADD 1 TO JT-COUNT
                       MOVE JOURNAL-HIGH-SEQ TO JT-SEQ(JT-COUNT)
                       MOVE "P" TO JT-STATE(JT-COUNT)
                       MOVE JOURNAL-QUEUE TO JT-QUEUE(JT-COUNT)
                       MOVE JOURNAL-TYPE TO JT-TYPE(JT-COUNT)
                       ACCEPT JT-DATE(JT-COUNT) FROM DATE YYYYMMDD
                       ACCEPT JT-TIME(JT-COUNT) FROM TIME
                       MOVE JOURNAL-PAYLOAD TO JT-PAYLOAD(JT-COUNT)
                   END-IF
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF.
      * Mark done the oldest outstanding entry for JOURNAL-QUEUE, or
      * the one numbered COLLECT-SEQ when that is given; JT-FOUND says
      * which, 0 when there was none to mark. Without the journal's
      * lock nothing is marked and the entry stays outstanding, which
      * the console is told
       JOURNAL-COLLECT.
           MOVE 0 TO JT-FOUND.
           PERFORM LOCK-JOURNAL.
           IF JL-RC = 0
               PERFORM MARK-JOURNAL-COLLECTED
               PERFORM UNLOCK-JOURNAL
           ELSE
               MOVE "CORE-MSGBROKER: journal lock not available"
                   TO BUFFER
               MOVE 42 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
           END-IF.
       MARK-JOURNAL-COLLECTED.
           PERFORM VARYING JT-IDX FROM 1 BY 1 UNTIL JT-IDX > JT-COUNT
               IF JT-FOUND = 0
                   AND JT-STATE(JT-IDX) = "P"
                   AND JT-QUEUE(JT-IDX) = JOURNAL-QUEUE
                   AND (COLLECT-SEQ = 0 OR JT-SEQ(JT-IDX) = COLLECT-SEQ)
                   MOVE JT-IDX TO JT-FOUND
               END-IF
           END-PERFORM.
           IF JT-FOUND NOT = 0
               OPEN EXTEND JOURNAL-FILE
               IF MJ-FILE-STATUS = "00"
                   MOVE JT-SEQ(JT-FOUND) TO MJ-SEQ
                   MOVE "C" TO MJ-ENTRY
                   MOVE JT-QUEUE(JT-FOUND) TO MJ-QUEUE
                   MOVE JT-TYPE(JT-FOUND) TO MJ-TYPE
                   ACCEPT MJ-DATE FROM DATE YYYYMMDD
                   ACCEPT MJ-TIME FROM TIME
                   MOVE SPACES TO MJ-PAYLOAD
                   WRITE JOURNAL-RECORD
                   MOVE "Y" TO JL-CHANGED
                   CLOSE JOURNAL-FILE
                   MOVE "C" TO JT-STATE(JT-FOUND)
               END-IF
           END-IF.
      * RECOVER's decision for one outstanding entry: park it if its
      * queue is gone or it is past the age limit, otherwise repost
      * it; one that will not post stays outstanding for next time
       RECOVER-ENTRY.
           MOVE JT-QUEUE(JT-IDX) TO SUB-QUEUE-ARG.
           PERFORM FIND-SUBSCRIBER-QUEUE.
           MOVE 0 TO ENTRY-AGE.
           IF JT-DATE(JT-IDX) IS NUMERIC
               AND JT-DATE(JT-IDX) > 16010101
               COMPUTE ENTRY-AGE = TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(JT-DATE(JT-IDX))
           END-IF.
           MOVE SPACES TO DL-REASON-ARG.
           IF SUB-IDX = 0
               MOVE "GONE" TO DL-REASON-ARG
           ELSE
               IF ENTRY-AGE > RECOVER-MAX-AGE
                   MOVE "AGED" TO DL-REASON-ARG
               END-IF
           END-IF.
           IF DL-REASON-ARG NOT = SPACES
               OPEN EXTEND DEADLETTER-FILE
               IF DL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT DEADLETTER-FILE
               END-IF
               MOVE JT-QUEUE(JT-IDX) TO DL-QUEUE
               MOVE DL-REASON-ARG TO DL-REASON
               ACCEPT DL-DATE FROM DATE YYYYMMDD
               ACCEPT DL-TIME FROM TIME
               MOVE JT-PAYLOAD(JT-IDX) TO DL-PAYLOAD
               WRITE DEADLETTER-RECORD
               CLOSE DEADLETTER-FILE
               MOVE "X" TO JT-STATE(JT-IDX)
               ADD 1 TO AGED-COUNT
               MOVE SPACES TO RECOVER-OUTCOME
               STRING "DEADLETTERED " DELIMITED BY SIZE
                      DL-REASON-ARG DELIMITED BY SIZE
                      INTO RECOVER-OUTCOME
           ELSE
               MOVE QT-ID(SUB-IDX) TO MQ-ID OF MSGQ-INSTANCE
               MOVE JT-TYPE(JT-IDX) TO MQ-TYPE OF MSGQ-INSTANCE
               MOVE 100 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
               MOVE JT-PAYLOAD(JT-IDX) TO MQ-PAYLOAD OF MSGQ-INSTANCE
               MOVE "MSGQUEUE" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF RESULT = 0
                   ADD 1 TO RESTORED-COUNT
                   ADD 1 TO QT-MSG-COUNT(SUB-IDX)
                   MOVE "RESTORED" TO RECOVER-OUTCOME
               ELSE
                   ADD 1 TO KEPT-COUNT
                   MOVE "KEPT, NOT POSTED" TO RECOVER-OUTCOME
               END-IF
           END-IF.
           PERFORM SHOW-JOURNAL-ENTRY.
       SHOW-JOURNAL-ENTRY.
           MOVE SPACES TO LIST-LINE.
           STRING "JOURNAL:" DELIMITED BY SIZE
                  JT-SEQ(JT-IDX) DELIMITED BY SIZE
                  " QUEUE:" DELIMITED BY SIZE
                  JT-QUEUE(JT-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  RECOVER-OUTCOME DELIMITED BY SIZE
                  INTO LIST-LINE.
           MOVE 70 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD LIST-LINE MSG-LEN
               GIVING RESULT.
      * Rewrite the journal with only the entries still outstanding,
      * closing the table up to match
       COMPACT-JOURNAL.
           IF JOURNAL-OVERFLOW = "N"
               OPEN OUTPUT JOURNAL-FILE
               MOVE "Y" TO JL-CHANGED
               MOVE 0 TO JT-FOUND
               PERFORM VARYING JT-IDX FROM 1 BY 1
                       UNTIL JT-IDX > JT-COUNT
                   IF JT-STATE(JT-IDX) = "P"
                       MOVE JT-SEQ(JT-IDX) TO MJ-SEQ
                       MOVE "P" TO MJ-ENTRY
                       MOVE JT-QUEUE(JT-IDX) TO MJ-QUEUE
                       MOVE JT-TYPE(JT-IDX) TO MJ-TYPE
                       MOVE JT-DATE(JT-IDX) TO MJ-DATE
                       MOVE JT-TIME(JT-IDX) TO MJ-TIME
                       MOVE JT-PAYLOAD(JT-IDX) TO MJ-PAYLOAD
                       WRITE JOURNAL-RECORD
                       ADD 1 TO JT-FOUND
                       MOVE JT-ENTRY(JT-IDX) TO JT-ENTRY(JT-FOUND)
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE JT-FOUND TO JT-COUNT
           END-IF.
