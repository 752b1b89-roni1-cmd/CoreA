      * CoreA Exception Triage (COBOL)
      * Scans the morning's report files for the exception markers
      * they already emit - STATUS:FAILED, STATUS:TIMEOUT,
      * STATUS:ORPHANED_TERMINATED, STATUS:DEAD, STATUS:ORPHANED,
      * STATUS:LEAK, STATUS:MISSED,
      * STATUS:OUT-OF-BALANCE, BALANCE:OUT, STATUS:OUT-OF-CONTROL,
      * STATUS:SHIFT, STATUS:WIDENING, STATUS:NOT-PRODUCED, FAIL,
      * REGRESSED and
      * SUMMARY lines with nonzero counts - and
      * produces one
      * severity-ranked alerts file, exiting with the worst severity
      * found so the nightly stream can page on it. Alerts carry an
      * identity (their source file and line text) across runs in
      * core_alert.state: an ACK <id> run suppresses a known alert
      * while its condition persists, and an unacknowledged one ages
      * each run until its severity escalates - so triage can tell a
      * new fire from known-being-worked from ignored-for-a-week.
      * A new or just-escalated alert is also sent out: a
      * notification record goes to core_alert.outbound for the
      * paging gateway, addressed to the primary contact the on-call
      * rota config/core.oncall has on duty for its severity at that
      * moment, and one still unacknowledged a set number of runs
      * after it was first seen goes again to the backup. Every
      * notification is also appended to core_alert.notify.log, so
      * there is a lasting record of who was told and when.
      * One root cause tends to trip several reports at once - a
      * broken SHM allocation shows as a LEAK, a FAIL health row,
      * REGRESSED timings, a step TIMEOUT and a run of audit ERRORs -
      * so audit.log ERRORs from today and yesterday are scanned in
      * as alerts too, and alerts that share a syscall category, a
      * run PID or a close time window are correlated into one
      * incident. The member from the most upstream source is taken
      * as the probable cause and leads the incident; the rest are
      * listed beneath it as follow-ons rather than ranked and paged
      * alongside it, and an ACK of the incident's ID covers them all.
      * A notified alert that is critical (severity 3) or has just
      * escalated is also posted through CORE-BULLETIN to the
      * operators on shift in CHAT, who can ACK it by replying there
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-FILE ASSIGN TO "core_alert.state"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.
           SELECT ONCALL-FILE ASSIGN TO "config/core.oncall"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONCALL-FILE-STATUS.
           SELECT OUTBOUND-FILE ASSIGN TO "core_alert.outbound"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOUND-FILE-STATUS.
           SELECT NOTIFY-LOG-FILE ASSIGN TO "core_alert.notify.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-LOG-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT TIMES-FILE ASSIGN TO "config/.al-times"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01 SCAN-RECORD PIC X(100).
       FD  ALERT-REPORT-FILE.
       01 ALERT-REPORT-RECORD PIC X(100).
       FD  STATE-FILE.
       COPY "alertstate.cpy".
       FD  ONCALL-FILE.
       COPY "oncall.cpy".
       FD  OUTBOUND-FILE.
       01 OUTBOUND-RECORD PIC X(150).
       FD  NOTIFY-LOG-FILE.
       01 NOTIFY-LOG-RECORD PIC X(150).
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  TIMES-FILE.
       01 TIMES-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 REPORT-LINE   PIC X(100).
       01 SCAN-NAME     PIC X(30).
       01 SCAN-FILE-STATUS PIC XX.
       01 F-IDX         PIC 9(2).
       01 MK-IDX        PIC 9(2).
       01 SCAN-POS      PIC 9(3).
       01 SCAN-LIMIT    PIC 9(3).
       01 HIT-SEV       PIC 9(1).
           05 FILLER PIC X(30) VALUE "core_healthcheck.report".
           05 FILLER PIC X(30) VALUE "perf_trend.report".
           05 FILLER PIC X(30) VALUE "perf_limits.report".
           05 FILLER PIC X(30) VALUE "missed_run.report".
           05 FILLER PIC X(30) VALUE "ctl_balance.report".
           05 FILLER PIC X(30) VALUE "perf_control.report".
           05 FILLER PIC X(30) VALUE "core_distrib.report".
       01 SCAN-NAME-TABLE REDEFINES SCAN-NAME-VALUES.
           05 SCAN-TARGET OCCURS 11 TIMES PIC X(30).
      * How far upstream each report sits, in the order above - the
      * lower the rank, the likelier its alert is the cause rather
      * than a consequence. Audit ERRORs rank AUDIT-RANK
       01 SCAN-RANK-VALUES PIC X(22) VALUE "0809030102050410070511".
       01 SCAN-RANK-TABLE REDEFINES SCAN-RANK-VALUES.
           05 SCAN-RANK OCCURS 11 TIMES PIC 9(2).
       01 AUDIT-RANK    PIC 9(2)  VALUE 6.
      * When each report was last written, in minutes, from its
      * directory listing; zero when it could not be told
       01 SCAN-MINUTE-TABLE.
           05 SCAN-MINUTE OCCURS 11 TIMES PIC 9(9).
       01 TIMES-FILE-STATUS PIC XX.
       01 LS-PERMS      PIC X(12).
       01 LS-LINKS      PIC X(6).
       01 LS-OWNER      PIC X(20).
       01 LS-GROUP      PIC X(20).
       01 LS-SIZE       PIC X(12).
       01 LS-STAMP      PIC X(12).
       01 LS-NAME       PIC X(30).
       01 AUDIT-FILE-STATUS PIC XX.
       01 AUDIT-FROM-DATE PIC 9(8).
       01 STAMP-TIME.
           05 STAMP-HH  PIC 9(2).
           05 STAMP-MM  PIC 9(2).
           05 FILLER    PIC 9(4).
      * Syscall categories an alert line is keyed on, by the words
      * that name them; first hit wins, so the SHM words lead
       01 CATEGORY-VALUES.
           05 FILLER PIC X(12) VALUE "STATUS:LEAK".
           05 FILLER PIC 9(2)  VALUE 11.
           05 FILLER PIC X(6)  VALUE "SHM".
           05 FILLER PIC X(12) VALUE "SEG:".
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC X(6)  VALUE "SHM".
           05 FILLER PIC X(12) VALUE "SHM".
           05 FILLER PIC 9(2)  VALUE 3.
           05 FILLER PIC X(6)  VALUE "SHM".
           05 FILLER PIC X(12) VALUE "SEMAPHORE".
           05 FILLER PIC 9(2)  VALUE 9.
           05 FILLER PIC X(6)  VALUE "SEM".
           05 FILLER PIC X(12) VALUE "SEM_".
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC X(6)  VALUE "SEM".
           05 FILLER PIC X(12) VALUE "MUTEX".
           05 FILLER PIC 9(2)  VALUE 5.
           05 FILLER PIC X(6)  VALUE "MUTEX".
           05 FILLER PIC X(12) VALUE "PIPE".
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC X(6)  VALUE "PIPE".
           05 FILLER PIC X(12) VALUE "FORK".
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC X(6)  VALUE "FORK".
           05 FILLER PIC X(12) VALUE "MSGQUEUE".
           05 FILLER PIC 9(2)  VALUE 8.
           05 FILLER PIC X(6)  VALUE "MSGQ".
           05 FILLER PIC X(12) VALUE "SIGNAL".
           05 FILLER PIC 9(2)  VALUE 6.
           05 FILLER PIC X(6)  VALUE "SIGNAL".
       01 CATEGORY-TABLE REDEFINES CATEGORY-VALUES.
           05 CATEGORY-ENTRY OCCURS 10 TIMES.
               10 CK-TEXT  PIC X(12).
               10 CK-LEN   PIC 9(2).
               10 CK-CAT   PIC X(6).
       01 CK-IDX        PIC 9(2).
      * Alerts stamped within this many minutes of each other are
      * taken to come from the same disturbance
       01 CORRELATE-MINS PIC 9(3)  VALUE 5.
       01 B             PIC 9(3).
       01 C             PIC 9(3).
       01 OLD-GROUP     PIC 9(3).
       01 GAP-MINS      PIC S9(9).
       01 DIGIT-VAL     PIC 9(1).
       01 DIGITS-DONE   PIC X(1).
       01 RELATED-SWITCH PIC X(1).
       01 BETTER-SWITCH PIC X(1).
       01 LINE-LEAD     PIC X(4).
       01 CMD-LINE      PIC X(100).
       01 INCIDENT-COUNT PIC 9(3) VALUE 0.
       01 GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 200 TIMES.
               10 GR-BEST  PIC 9(3).
               10 GR-SIZE  PIC 9(3).
      * Markers, most specific first so a STATUS:FAILED line is not
      * double-counted by the bare FAIL check
       01 MARKER-VALUES.
           05 FILLER PIC X(26) VALUE "STATUS:ORPHANED_TERMINATED".
           05 FILLER PIC X(2)  VALUE "26".
           05 FILLER PIC 9(1)  VALUE 2.
           05 FILLER PIC X(26) VALUE "STATUS:DEAD".
           05 FILLER PIC X(2)  VALUE "11".
           05 FILLER PIC 9(1)  VALUE 2.
           05 FILLER PIC X(26) VALUE "STATUS:ORPHANED".
           05 FILLER PIC X(2)  VALUE "15".
           05 FILLER PIC 9(1)  VALUE 2.
           05 FILLER PIC X(26) VALUE "STATUS:LEAK".
           05 FILLER PIC X(2)  VALUE "11".
           05 FILLER PIC 9(1)  VALUE 2.
           05 FILLER PIC X(26) VALUE "STATUS:MISSED".
           05 FILLER PIC X(2)  VALUE "13".
           05 FILLER PIC 9(1)  VALUE 2.
           05 FILLER PIC X(26) VALUE "STATUS:OUT-OF-BALANCE".
           05 FILLER PIC X(2)  VALUE "21".
           05 FILLER PIC 9(1)  VALUE 3.
           05 FILLER PIC X(26) VALUE "BALANCE:OUT".
           05 FILLER PIC X(2)  VALUE "11".
           05 FILLER PIC 9(1)  VALUE 3.
           05 FILLER PIC X(26) VALUE "STATUS:OUT-OF-CONTROL".
           05 FILLER PIC X(2)  VALUE "21".
           05 FILLER PIC 9(1)  VALUE 2.
           05 FILLER PIC X(26) VALUE "STATUS:SHIFT".
           05 FILLER PIC X(2)  VALUE "12".
           05 FILLER PIC 9(1)  VALUE 1.
           05 FILLER PIC X(26) VALUE "STATUS:WIDENING".
           05 FILLER PIC X(2)  VALUE "15".
           05 FILLER PIC 9(1)  VALUE 1.
           05 FILLER PIC X(26) VALUE "STATUS:NOT-PRODUCED".
           05 FILLER PIC X(2)  VALUE "19".
           05 FILLER PIC 9(1)  VALUE 2.
           05 FILLER PIC X(26) VALUE "REGRESSED".
           05 FILLER PIC X(2)  VALUE "09".
           05 FILLER PIC 9(1)  VALUE 2.
           05 FILLER PIC X(2)  VALUE "04".
           05 FILLER PIC 9(1)  VALUE 3.
       01 MARKER-TABLE REDEFINES MARKER-VALUES.
           05 MARKER-ENTRY OCCURS 15 TIMES.
               10 MK-TEXT  PIC X(26).
               10 MK-LEN   PIC 9(2).
               10 MK-SEV   PIC 9(1).
               10 AL-LINE  PIC X(70).
               10 AL-AGE   PIC 9(3).
               10 AL-ACK   PIC X(1).
               10 AL-NOTE  PIC X(4).
               10 AL-CAT   PIC X(6).
               10 AL-PID   PIC 9(9).
               10 AL-MINUTE PIC 9(9).
               10 AL-RANK  PIC 9(2).
      * The ID of the incident's primary alert (its own for the
      * primary and for an alert standing alone), and the worst
      * severity across the incident, held on the primary
               10 AL-GROUP PIC 9(3).
               10 AL-INC-SEV PIC 9(1).
       01 STATE-FILE-STATUS PIC XX.
       01 ST-TOTAL      PIC 9(3)  VALUE 0.
       01 ST-IDX        PIC 9(3).
               10 ST-AGE   PIC 9(3).
               10 ST-FILE  PIC X(24).
               10 ST-LINE  PIC X(70).
               10 ST-GROUP PIC 9(3).
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(20).
      * Runs an unacknowledged alert may age before its severity is
      * raised one notch (capped at 3)
       01 ESCALATE-RUNS PIC 9(3)  VALUE 3.
      * Runs an unacknowledged alert may stand before it is sent again
      * to the backup contact
       01 BACKUP-RUNS   PIC 9(3)  VALUE 2.
      * The on-call rota, and the moment notifications are addressed
      * for: today's and yesterday's weekday, the latter for a night
      * shift that started before midnight
       01 ONCALL-FILE-STATUS PIC XX.
       01 OUTBOUND-FILE-STATUS PIC XX.
       01 NOTIFY-LOG-FILE-STATUS PIC XX.
       01 RT-TOTAL      PIC 9(3)  VALUE 0.
       01 RT-IDX        PIC 9(3).
       01 RT-HIT        PIC 9(3).
       01 ROTA-TABLE.
           05 RT-ENTRY OCCURS 100 TIMES.
               10 RT-DAY       PIC X(3).
               10 RT-SHIFT     PIC X(8).
               10 RT-START     PIC 9(4).
               10 RT-END       PIC 9(4).
               10 RT-SEV       PIC 9(1).
               10 RT-PRIMARY   PIC X(20).
               10 RT-BACKUP    PIC X(20).
       01 DAY-NAME-VALUES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 NOW-DATE      PIC 9(8).
       01 NOW-TIME      PIC 9(8).
       01 NOW-HHMM      PIC 9(4).
       01 NOW-DOW       PIC 9(1).
       01 PREV-DOW      PIC 9(1).
       COPY "alertnote.cpy".
       01 NOTIFY-COUNT  PIC 9(3)  VALUE 0.
       01 UNCOVERED-COUNT PIC 9(3) VALUE 0.
       01 BULLETIN-COUNT PIC 9(3)  VALUE 0.
       01 BUL-TEXT      PIC X(200).
       01 BUL-COUNT     PIC 9(4).
       01 BUL-POS       PIC 9(3).
       01 LINE-END      PIC 9(3).
       01 AUD-PROGRAM   PIC X(20) VALUE "CORE-ALERT".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9)  VALUE 0.
       01 AUD-SEVERITY  PIC X(5).
      * Plumbing for the shared CORE-PRINT report formatter, used
      * only to file the finished report in the report archive
       01 PRT-ACTION    PIC X(5)   VALUE "FILE ".
       01 PRT-FILE-NAME PIC X(30)  VALUE "core_alert.report".
       01 PRT-TITLE     PIC X(40)  VALUE SPACES.
       01 PRT-COLHEAD   PIC X(80)  VALUE SPACES.
       01 PRT-LINE      PIC X(100) VALUE SPACES.
       01 PRT-PROGRAM   PIC X(20)  VALUE "CORE-ALERT".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * ACK <id> marks one carried alert acknowledged in the state
      * file and leaves; the id is the ID: number the report shows
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
                       CALL "sys_exit_c" USING 1
                   END-IF
                   MOVE "Y" TO ST-ACK(ACK-TARGET)
      * Acknowledging an incident's primary covers its follow-ons
                   IF ST-GROUP(ACK-TARGET) = ACK-TARGET
                       PERFORM VARYING ST-IDX FROM 1 BY 1
                               UNTIL ST-IDX > ST-TOTAL
                           IF ST-GROUP(ST-IDX) = ACK-TARGET
                               MOVE "Y" TO ST-ACK(ST-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   OPEN OUTPUT STATE-FILE
                   PERFORM VARYING ST-IDX FROM 1 BY 1
                           UNTIL ST-IDX > ST-TOTAL
                       MOVE ST-AGE(ST-IDX) TO AS-AGE
                       MOVE ST-FILE(ST-IDX) TO AS-FILE
                       MOVE ST-LINE(ST-IDX) TO AS-LINE
                       MOVE ST-GROUP(ST-IDX) TO AS-GROUP
                       WRITE STATE-RECORD
                   END-PERFORM
                   CLOSE STATE-FILE
               END-IF
           END-IF.
           PERFORM LOAD-ALERT-STATE.
           PERFORM LOAD-REPORT-TIMES.
           PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > 11
               MOVE SCAN-TARGET(F-IDX) TO SCAN-NAME
               OPEN INPUT SCAN-FILE
               IF SCAN-FILE-STATUS = "00"
                   CLOSE SCAN-FILE
               END-IF
           END-PERFORM.
           PERFORM LOAD-AUDIT-ERRORS.
           PERFORM CORRELATE-ALERTS.
      * Carry identity across runs: an alert already in the state
      * file keeps its ACK flag and gains a run of age; an
      * unacknowledged one past the aging allowance escalates one
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > ALERT-TOTAL
               MOVE 0 TO AL-AGE(A)
               MOVE "N" TO AL-ACK(A)
               MOVE SPACES TO AL-NOTE(A)
               PERFORM VARYING ST-IDX FROM 1 BY 1
                       UNTIL ST-IDX > ST-TOTAL
                   IF ST-FILE(ST-IDX) = AL-FILE(A)
                   AND AL-AGE(A) > ESCALATE-RUNS
                   AND AL-SEV(A) < 3
                   ADD 1 TO AL-SEV(A)
                   IF AL-AGE(A) = ESCALATE-RUNS + 1
                       MOVE "ESC " TO AL-NOTE(A)
                   END-IF
               END-IF
      * What, if anything, goes out for it this run: first sight,
      * the escalation just made, or the re-send to the backup
               IF AL-ACK(A) NOT = "Y"
                   IF AL-AGE(A) = 0
                       MOVE "NEW " TO AL-NOTE(A)
                   ELSE
                   IF AL-AGE(A) = BACKUP-RUNS
                       AND AL-NOTE(A) = SPACES
                       MOVE "BKUP" TO AL-NOTE(A)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * An incident stands or falls by its primary: once that is
      * acknowledged every follow-on is too, including one that
      * joined since, and only the primary is ever notified - at the
      * worst severity any of its members has reached
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > ALERT-TOTAL
               MOVE AL-SEV(A) TO AL-INC-SEV(A)
           END-PERFORM.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > ALERT-TOTAL
               IF AL-GROUP(A) NOT = A
                   IF AL-ACK(AL-GROUP(A)) = "Y"
                       MOVE "Y" TO AL-ACK(A)
                   END-IF
                   MOVE SPACES TO AL-NOTE(A)
                   IF AL-SEV(A) > AL-INC-SEV(AL-GROUP(A))
                       MOVE AL-SEV(A) TO AL-INC-SEV(AL-GROUP(A))
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > ALERT-TOTAL
               IF AL-ACK(A) = "Y"
                   ADD 1 TO ACKED-COUNT
               ELSE
                   IF AL-SEV(A) > WORST-SEV
                       MOVE AL-SEV(A) TO WORST-SEV
                   END-IF
                   IF AL-GROUP(A) = A AND GR-SIZE(A) > 1
                       ADD 1 TO INCIDENT-COUNT
                   END-IF
               END-IF
           END-PERFORM.
      * Persist the standing alerts, acknowledged or not, in table
               MOVE AL-AGE(A) TO AS-AGE
               MOVE AL-FILE(A) TO AS-FILE
               MOVE AL-LINE(A) TO AS-LINE
               MOVE AL-GROUP(A) TO AS-GROUP
               WRITE STATE-RECORD
           END-PERFORM.
           CLOSE STATE-FILE.
           PERFORM SEND-NOTIFICATIONS.
           OPEN OUTPUT ALERT-REPORT-FILE.
           MOVE "CoreA Operations Alerts" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE ALERT-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE ALERT-REPORT-RECORD FROM REPORT-LINE.
      * Write the open alerts worst severity first, three passes
      * over the small table rather than a sort; acknowledged ones
      * stay suppressed while their condition persists. An incident
      * ranks by its worst member and is written as one block: a
      * header, its primary, then its follow-ons indented beneath
           PERFORM VARYING SEV-PASS FROM 3 BY -1 UNTIL SEV-PASS = 0
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > ALERT-TOTAL
                   IF AL-GROUP(A) = A AND AL-INC-SEV(A) = SEV-PASS
                       AND AL-ACK(A) NOT = "Y"
                       IF GR-SIZE(A) > 1
                           MOVE SPACES TO REPORT-LINE
                           STRING "INCIDENT ID:" DELIMITED BY SIZE
                                  A DELIMITED BY SIZE
                                  " SEV:" DELIMITED BY SIZE
                                  AL-INC-SEV(A) DELIMITED BY SIZE
                                  " ALERTS:" DELIMITED BY SIZE
                                  GR-SIZE(A) DELIMITED BY SIZE
                                  " CAUSE:" DELIMITED BY SIZE
                                  AL-FILE(A) DELIMITED BY SPACE
                                  INTO REPORT-LINE
                           IF AL-CAT(A) NOT = SPACES
                               MOVE SPACES TO BUFFER
                               STRING REPORT-LINE DELIMITED BY "  "
                                      " CATEGORY:" DELIMITED BY SIZE
                                      AL-CAT(A) DELIMITED BY SPACE
                                      INTO BUFFER
                               MOVE BUFFER TO REPORT-LINE
                           END-IF
                           WRITE ALERT-REPORT-RECORD FROM REPORT-LINE
                       END-IF
                       MOVE A TO C
                       MOVE SPACES TO LINE-LEAD
                       PERFORM WRITE-ALERT-LINE
                       PERFORM VARYING C FROM 1 BY 1
                               UNTIL C > ALERT-TOTAL
                           IF AL-GROUP(C) = A AND C NOT = A
                               MOVE "  > " TO LINE-LEAD
                               PERFORM WRITE-ALERT-LINE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
      * Who was told about what this run
           IF NOTIFY-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE ALERT-REPORT-RECORD FROM REPORT-LINE
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > ALERT-TOTAL
                   IF AL-NOTE(A) NOT = SPACES
                       AND AL-ACK(A) NOT = "Y"
                       PERFORM ADDRESS-NOTIFICATION
                       MOVE SPACES TO REPORT-LINE
                       STRING "NOTIFIED ID:" DELIMITED BY SIZE
                              A DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              AN-REASON DELIMITED BY SIZE
                              " TO:" DELIMITED BY SIZE
                              AN-CONTACT DELIMITED BY SPACE
                              " ROLE:" DELIMITED BY SIZE
                              AN-ROLE DELIMITED BY SIZE
                              " SHIFT:" DELIMITED BY SIZE
                              AN-SHIFT DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE ALERT-REPORT-RECORD FROM REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY ALERTS:" DELIMITED BY SIZE
                  OPEN-COUNT DELIMITED BY SIZE
                  ACKED-COUNT DELIMITED BY SIZE
                  " WORST:" DELIMITED BY SIZE
                  WORST-SEV DELIMITED BY SIZE
                  " NOTIFIED:" DELIMITED BY SIZE
                  NOTIFY-COUNT DELIMITED BY SIZE
                  " UNCOVERED:" DELIMITED BY SIZE
                  UNCOVERED-COUNT DELIMITED BY SIZE
                  " INCIDENTS:" DELIMITED BY SIZE
                  INCIDENT-COUNT DELIMITED BY SIZE
                  " BULLETINS:" DELIMITED BY SIZE
                  BULLETIN-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE ALERT-REPORT-RECORD FROM REPORT-LINE.
           CLOSE ALERT-REPORT-FILE.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE SPACES TO BUFFER.
           STRING "CoreA alerts: " DELIMITED BY SIZE
                  ALERT-TOTAL DELIMITED BY SIZE
                               END-IF
                               MOVE AS-FILE TO ST-FILE(ST-TOTAL)
                               MOVE AS-LINE TO ST-LINE(ST-TOTAL)
                               IF AS-GROUP IS NUMERIC
                                   MOVE AS-GROUP TO ST-GROUP(ST-TOTAL)
                               ELSE
                                   MOVE 0 TO ST-GROUP(ST-TOTAL)
                               END-IF
                           ELSE
                               MOVE "10" TO STATE-FILE-STATUS
                           END-IF
               END-IF
           ELSE
               PERFORM VARYING MK-IDX FROM 1 BY 1
                       UNTIL MK-IDX > 15 OR HIT-SEV NOT = 0
                   COMPUTE SCAN-LIMIT = 101 - MK-LEN(MK-IDX)
                   PERFORM VARYING SCAN-POS FROM 1 BY 1
                           UNTIL SCAN-POS > SCAN-LIMIT
               MOVE HIT-SEV TO AL-SEV(ALERT-TOTAL)
               MOVE SCAN-NAME(1:24) TO AL-FILE(ALERT-TOTAL)
               MOVE SCAN-RECORD(1:70) TO AL-LINE(ALERT-TOTAL)
               MOVE SCAN-RANK(F-IDX) TO AL-RANK(ALERT-TOTAL)
               MOVE SCAN-MINUTE(F-IDX) TO AL-MINUTE(ALERT-TOTAL)
               MOVE ALERT-TOTAL TO A
               PERFORM CORRELATION-KEYS
           END-IF.
       WRITE-ALERT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING LINE-LEAD DELIMITED BY SIZE
                  "ID:" DELIMITED BY SIZE
                  C DELIMITED BY SIZE
                  " SEV:" DELIMITED BY SIZE
                  AL-SEV(C) DELIMITED BY SIZE
                  " AGE:" DELIMITED BY SIZE
                  AL-AGE(C) DELIMITED BY SIZE
                  " FILE:" DELIMITED BY SIZE
                  AL-FILE(C) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AL-LINE(C) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           IF LINE-LEAD = SPACES
               MOVE REPORT-LINE(5:96) TO BUFFER
               MOVE BUFFER TO REPORT-LINE
           END-IF.
           WRITE ALERT-REPORT-RECORD FROM REPORT-LINE.
       LOAD-REPORT-TIMES.
      * Take each report's last-written minute from a directory
      * listing; a report not listed keeps minute zero and is then
      * correlated on category and PID alone
           INITIALIZE SCAN-MINUTE-TABLE.
           MOVE "ls -l --time-style=+%Y%m%d%H%M *.report > config/.al-ti
      -        "mes 2>/dev/null" TO CMD-LINE.
           CALL "system" USING CMD-LINE.
           OPEN INPUT TIMES-FILE.
           IF TIMES-FILE-STATUS = "00"
               PERFORM UNTIL TIMES-FILE-STATUS NOT = "00"
                   READ TIMES-FILE
                       AT END
                           MOVE "10" TO TIMES-FILE-STATUS
                       NOT AT END
                           PERFORM NOTE-REPORT-TIME
                   END-READ
               END-PERFORM
               CLOSE TIMES-FILE
           END-IF.
       NOTE-REPORT-TIME.
           MOVE SPACES TO LS-STAMP LS-NAME.
           UNSTRING TIMES-RECORD DELIMITED BY ALL SPACE
               INTO LS-PERMS LS-LINKS LS-OWNER LS-GROUP LS-SIZE
                    LS-STAMP LS-NAME.
           IF LS-STAMP(1:12) IS NUMERIC
               AND LS-STAMP(1:8) NOT < "16010101"
               PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > 11
                   IF SCAN-TARGET(F-IDX) = LS-NAME
                       COMPUTE SCAN-MINUTE(F-IDX) =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(LS-STAMP(1:8))) * 1440
                           + FUNCTION NUMVAL(LS-STAMP(9:2)) * 60
                           + FUNCTION NUMVAL(LS-STAMP(11:2))
                   END-IF
               END-PERFORM
           END-IF.
       LOAD-AUDIT-ERRORS.
      * Journaled ERRORs from today and yesterday join the alerts. The
      * line is built from the record's own fields, so the same
      * ERROR keeps the same identity from run to run. An ERROR a
      * fault-injection drill caused is no real failure and is left
      * out, as AUDIT-ANALYZER leaves it out
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           COMPUTE AUDIT-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NOW-DATE) - 1).
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL AUDIT-FILE-STATUS NOT = "00"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "10" TO AUDIT-FILE-STATUS
                       NOT AT END
                           IF AU-SEVERITY = "ERROR"
                               AND AU-DATE IS NUMERIC
                               AND AU-DATE NOT < AUDIT-FROM-DATE
                               AND AU-DRILL NOT = "Y"
                               AND ALERT-TOTAL < 200
                               PERFORM NOTE-AUDIT-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
       NOTE-AUDIT-ERROR.
           ADD 1 TO ALERT-TOTAL.
           MOVE 2 TO AL-SEV(ALERT-TOTAL).
           MOVE "audit.log" TO AL-FILE(ALERT-TOTAL).
           IF AU-RUN-PID IS NOT NUMERIC
               MOVE 0 TO AU-RUN-PID
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "ERROR AT:" DELIMITED BY SIZE
                  AU-DATE DELIMITED BY SIZE
                  AU-TIME(1:6) DELIMITED BY SIZE
                  " PID:" DELIMITED BY SIZE
                  AU-RUN-PID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AU-PROGRAM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AU-EVENT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           MOVE REPORT-LINE(1:70) TO AL-LINE(ALERT-TOTAL).
           MOVE AUDIT-RANK TO AL-RANK(ALERT-TOTAL).
           MOVE 0 TO AL-MINUTE(ALERT-TOTAL).
           IF AU-TIME IS NUMERIC
               MOVE AU-TIME TO STAMP-TIME
               COMPUTE AL-MINUTE(ALERT-TOTAL) =
                   FUNCTION INTEGER-OF-DATE(AU-DATE) * 1440
                   + STAMP-HH * 60 + STAMP-MM
           END-IF.
           MOVE ALERT-TOTAL TO A.
           PERFORM CORRELATION-KEYS.
       CORRELATION-KEYS.
      * Alert A's syscall category, from the first category word in
      * its line, and the run PID it names after PID: or OWNER:
           MOVE SPACES TO AL-CAT(A).
           PERFORM VARYING CK-IDX FROM 1 BY 1
                   UNTIL CK-IDX > 10 OR AL-CAT(A) NOT = SPACES
               COMPUTE SCAN-LIMIT = 71 - CK-LEN(CK-IDX)
               PERFORM VARYING SCAN-POS FROM 1 BY 1
                       UNTIL SCAN-POS > SCAN-LIMIT
                       OR AL-CAT(A) NOT = SPACES
                   IF AL-LINE(A)(SCAN-POS:CK-LEN(CK-IDX))
                           = CK-TEXT(CK-IDX)(1:CK-LEN(CK-IDX))
                       MOVE CK-CAT(CK-IDX) TO AL-CAT(A)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO AL-PID(A).
           MOVE 0 TO COLON-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 65 OR COLON-POS NOT = 0
               IF AL-LINE(A)(SCAN-POS:4) = "PID:"
                   COMPUTE COLON-POS = SCAN-POS + 4
               ELSE
               IF AL-LINE(A)(SCAN-POS:6) = "OWNER:"
                   COMPUTE COLON-POS = SCAN-POS + 6
               END-IF
               END-IF
           END-PERFORM.
           IF COLON-POS NOT = 0
               MOVE "N" TO DIGITS-DONE
               PERFORM VARYING SCAN-POS FROM COLON-POS BY 1
                       UNTIL SCAN-POS > 70
                       OR SCAN-POS > COLON-POS + 8
                       OR DIGITS-DONE = "Y"
                   IF AL-LINE(A)(SCAN-POS:1) IS NUMERIC
                       MOVE AL-LINE(A)(SCAN-POS:1) TO DIGIT-VAL
                       COMPUTE AL-PID(A) = AL-PID(A) * 10 + DIGIT-VAL
                   ELSE
                       MOVE "Y" TO DIGITS-DONE
                   END-IF
               END-PERFORM
           END-IF.
       CORRELATE-ALERTS.
      * Every alert starts as an incident of its own; any two that
      * are related pull their whole incidents together. Each
      * incident is then relabelled with the ID of its most
      * upstream member, its primary
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > ALERT-TOTAL
               MOVE A TO AL-GROUP(A)
               MOVE 0 TO GR-BEST(A)
               MOVE 0 TO GR-SIZE(A)
           END-PERFORM.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > ALERT-TOTAL
               PERFORM VARYING B FROM A BY 1 UNTIL B > ALERT-TOTAL
                   IF AL-GROUP(B) NOT = AL-GROUP(A)
                       PERFORM TEST-RELATED
                       IF RELATED-SWITCH = "Y"
                           MOVE AL-GROUP(B) TO OLD-GROUP
                           PERFORM VARYING C FROM 1 BY 1
                                   UNTIL C > ALERT-TOTAL
                               IF AL-GROUP(C) = OLD-GROUP
                                   MOVE AL-GROUP(A) TO AL-GROUP(C)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > ALERT-TOTAL
               MOVE AL-GROUP(B) TO C
               IF GR-BEST(C) = 0
                   MOVE B TO GR-BEST(C)
               ELSE
                   MOVE GR-BEST(C) TO A
                   PERFORM TEST-BETTER
                   IF BETTER-SWITCH = "Y"
                       MOVE B TO GR-BEST(C)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > ALERT-TOTAL
               MOVE GR-BEST(AL-GROUP(B)) TO AL-GROUP(B)
           END-PERFORM.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > ALERT-TOTAL
               ADD 1 TO GR-SIZE(AL-GROUP(B))
           END-PERFORM.
       TEST-RELATED.
      * Alerts A and B are related when they share a syscall
      * category or a run PID, or were both stamped within
      * CORRELATE-MINS of each other - though two alerts already
      * keyed to different categories are not joined on time alone
           MOVE "N" TO RELATED-SWITCH.
           IF AL-CAT(A) NOT = SPACES AND AL-CAT(A) = AL-CAT(B)
               MOVE "Y" TO RELATED-SWITCH
           END-IF.
           IF AL-PID(A) NOT = 0 AND AL-PID(A) = AL-PID(B)
               MOVE "Y" TO RELATED-SWITCH
           END-IF.
           IF AL-MINUTE(A) NOT = 0 AND AL-MINUTE(B) NOT = 0
               AND (AL-CAT(A) = SPACES OR AL-CAT(B) = SPACES)
               COMPUTE GAP-MINS = AL-MINUTE(A) - AL-MINUTE(B)
               IF GAP-MINS < 0
                   COMPUTE GAP-MINS = 0 - GAP-MINS
               END-IF
               IF GAP-MINS NOT > CORRELATE-MINS
                   MOVE "Y" TO RELATED-SWITCH
               END-IF
           END-IF.
       TEST-BETTER.
      * Whether alert B makes a likelier cause than alert A: the more
      * upstream source, then the higher severity, then the earlier
      * stamp; a full tie keeps A, the lower ID
           MOVE "N" TO BETTER-SWITCH.
           IF AL-RANK(B) < AL-RANK(A)
               MOVE "Y" TO BETTER-SWITCH
           ELSE
           IF AL-RANK(B) = AL-RANK(A)
               IF AL-SEV(B) > AL-SEV(A)
                   MOVE "Y" TO BETTER-SWITCH
               ELSE
               IF AL-SEV(B) = AL-SEV(A)
                   AND AL-MINUTE(B) NOT = 0
                   AND (AL-MINUTE(A) = 0
                       OR AL-MINUTE(B) < AL-MINUTE(A))
                   MOVE "Y" TO BETTER-SWITCH
               END-IF
               END-IF
           END-IF
           END-IF.
       SEND-NOTIFICATIONS.
      * Address each alert due a notification to whoever the rota has
      * on duty now, and write it to the gateway's interface file and
      * the notification log. Nothing due, nothing opened
           MOVE 0 TO NOTIFY-COUNT.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > ALERT-TOTAL
               IF AL-NOTE(A) NOT = SPACES AND AL-ACK(A) NOT = "Y"
                   ADD 1 TO NOTIFY-COUNT
               END-IF
           END-PERFORM.
           IF NOTIFY-COUNT > 0
               PERFORM WRITE-NOTIFICATIONS
           END-IF.
       WRITE-NOTIFICATIONS.
           PERFORM LOAD-ONCALL-ROTA.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE NOW-TIME(1:4) TO NOW-HHMM.
           ACCEPT NOW-DOW FROM DAY-OF-WEEK.
           IF NOW-DOW = 1
               MOVE 7 TO PREV-DOW
           ELSE
               COMPUTE PREV-DOW = NOW-DOW - 1
           END-IF.
           OPEN EXTEND OUTBOUND-FILE.
           IF OUTBOUND-FILE-STATUS NOT = "00"
               OPEN OUTPUT OUTBOUND-FILE
           END-IF.
           OPEN EXTEND NOTIFY-LOG-FILE.
           IF NOTIFY-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-LOG-FILE
           END-IF.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > ALERT-TOTAL
               IF AL-NOTE(A) NOT = SPACES AND AL-ACK(A) NOT = "Y"
                   PERFORM ADDRESS-NOTIFICATION
                   IF AN-CONTACT = "NO-ON-CALL"
                       ADD 1 TO UNCOVERED-COUNT
                   END-IF
                   IF OUTBOUND-FILE-STATUS = "00"
                       WRITE OUTBOUND-RECORD FROM ALERT-NOTIFY-RECORD
                   END-IF
                   IF NOTIFY-LOG-FILE-STATUS = "00"
                       WRITE NOTIFY-LOG-RECORD
                           FROM ALERT-NOTIFY-RECORD
                   END-IF
                   IF AL-INC-SEV(A) = 3 OR AL-NOTE(A) = "ESC "
                       PERFORM POST-ALERT-BULLETIN
                   END-IF
               END-IF
           END-PERFORM.
           IF OUTBOUND-FILE-STATUS = "00"
               CLOSE OUTBOUND-FILE
           END-IF.
           IF NOTIFY-LOG-FILE-STATUS = "00"
               CLOSE NOTIFY-LOG-FILE
           END-IF.
      * A notification nobody on the rota covers still goes out, to
      * NO-ON-CALL, and the gap is audited as a warning
           MOVE SPACES TO AUD-EVENT.
           STRING "ALERT-NOTIFY:N" DELIMITED BY SIZE
                  NOTIFY-COUNT DELIMITED BY SIZE
                  ":U" DELIMITED BY SIZE
                  UNCOVERED-COUNT DELIMITED BY SIZE
                  INTO AUD-EVENT.
           IF UNCOVERED-COUNT > 0
               MOVE "WARN " TO AUD-SEVERITY
           ELSE
               MOVE "INFO " TO AUD-SEVERITY
           END-IF.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
       POST-ALERT-BULLETIN.
      * Alert A as a CHAT bulletin, with the reply that acknowledges
      * it - for an incident, the whole incident
           MOVE 0 TO LINE-END.
           PERFORM VARYING SCAN-POS FROM 70 BY -1
                   UNTIL SCAN-POS = 0 OR LINE-END NOT = 0
               IF AL-LINE(A)(SCAN-POS:1) NOT = SPACE
                   MOVE SCAN-POS TO LINE-END
               END-IF
           END-PERFORM.
           IF LINE-END = 0
               MOVE 1 TO LINE-END
           END-IF.
           MOVE SPACES TO BUL-TEXT.
           MOVE 1 TO BUL-POS.
           IF GR-SIZE(A) > 1
               STRING "INCIDENT ID:" DELIMITED BY SIZE
                      A DELIMITED BY SIZE
                      " ALERTS:" DELIMITED BY SIZE
                      GR-SIZE(A) DELIMITED BY SIZE
                      INTO BUL-TEXT WITH POINTER BUL-POS
           ELSE
               STRING "ALERT ID:" DELIMITED BY SIZE
                      A DELIMITED BY SIZE
                      INTO BUL-TEXT WITH POINTER BUL-POS
           END-IF.
           STRING " SEV:" DELIMITED BY SIZE
                  AL-INC-SEV(A) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AN-REASON DELIMITED BY SPACE
                  " FILE:" DELIMITED BY SIZE
                  AL-FILE(A) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AL-LINE(A)(1:LINE-END) DELIMITED BY SIZE
                  " - REPLY ACK " DELIMITED BY SIZE
                  A DELIMITED BY SIZE
                  INTO BUL-TEXT WITH POINTER BUL-POS.
           CALL "CORE-BULLETIN" USING AUD-PROGRAM BUL-TEXT BUL-COUNT.
           IF BUL-COUNT > 0
               ADD 1 TO BULLETIN-COUNT
           END-IF.
       LOAD-ONCALL-ROTA.
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
                               AND OC-SEVERITY IS NUMERIC
                               AND RT-TOTAL < 100
                               ADD 1 TO RT-TOTAL
                               MOVE OC-DAY TO RT-DAY(RT-TOTAL)
                               MOVE OC-SHIFT TO RT-SHIFT(RT-TOTAL)
                               MOVE OC-START-HHMM TO RT-START(RT-TOTAL)
                               MOVE OC-END-HHMM TO RT-END(RT-TOTAL)
                               MOVE OC-SEVERITY TO RT-SEV(RT-TOTAL)
                               MOVE OC-PRIMARY TO RT-PRIMARY(RT-TOTAL)
                               MOVE OC-BACKUP TO RT-BACKUP(RT-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF.
       ADDRESS-NOTIFICATION.
      * Build alert A's notification, addressed from the first rota
      * row for its severity whose shift covers now. A BKUP goes to
      * that row's backup, or its primary when it names no backup
           MOVE SPACES TO ALERT-NOTIFY-RECORD.
           MOVE NOW-DATE TO AN-DATE.
           MOVE NOW-TIME TO AN-TIME.
           MOVE AL-NOTE(A) TO AN-REASON.
           MOVE A TO AN-ALERT-ID.
           MOVE AL-INC-SEV(A) TO AN-SEVERITY.
           MOVE AL-AGE(A) TO AN-AGE.
           MOVE AL-FILE(A) TO AN-FILE.
           MOVE AL-LINE(A) TO AN-LINE.
           MOVE 0 TO RT-HIT.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-TOTAL OR RT-HIT NOT = 0
               IF RT-SEV(RT-IDX) = 0
                   OR RT-SEV(RT-IDX) = AL-INC-SEV(A)
                   IF RT-START(RT-IDX) = RT-END(RT-IDX)
                       IF RT-DAY(RT-IDX) = "ALL"
                           OR RT-DAY(RT-IDX) = DAY-NAME(NOW-DOW)
                           MOVE RT-IDX TO RT-HIT
                       END-IF
                   ELSE
                   IF RT-START(RT-IDX) < RT-END(RT-IDX)
                       IF (RT-DAY(RT-IDX) = "ALL"
                           OR RT-DAY(RT-IDX) = DAY-NAME(NOW-DOW))
                           AND NOW-HHMM NOT < RT-START(RT-IDX)
                           AND NOW-HHMM < RT-END(RT-IDX)
                           MOVE RT-IDX TO RT-HIT
                       END-IF
                   ELSE
                       IF (RT-DAY(RT-IDX) = "ALL"
                           OR RT-DAY(RT-IDX) = DAY-NAME(NOW-DOW))
                           AND NOW-HHMM NOT < RT-START(RT-IDX)
                           MOVE RT-IDX TO RT-HIT
                       END-IF
                       IF (RT-DAY(RT-IDX) = "ALL"
                           OR RT-DAY(RT-IDX) = DAY-NAME(PREV-DOW))
                           AND NOW-HHMM < RT-END(RT-IDX)
                           MOVE RT-IDX TO RT-HIT
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF RT-HIT = 0
               MOVE "P" TO AN-ROLE
               MOVE "NO-ON-CALL" TO AN-CONTACT
           ELSE
               MOVE RT-SHIFT(RT-HIT) TO AN-SHIFT
               IF AL-NOTE(A) = "BKUP"
                   AND RT-BACKUP(RT-HIT) NOT = SPACES
                   MOVE "B" TO AN-ROLE
                   MOVE RT-BACKUP(RT-HIT) TO AN-CONTACT
               ELSE
                   MOVE "P" TO AN-ROLE
                   MOVE RT-PRIMARY(RT-HIT) TO AN-CONTACT
               END-IF
           END-IF.
