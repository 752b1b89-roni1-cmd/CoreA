       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-DISTRIB.
      * CoreA Report Distribution and Bursting (COBOL)
      * Run after the nightly stream, in place of someone opening each
      * report in the morning and forwarding the parts by hand. The
      * distribution list config/report.distrib says which reports, or
      * which sections or lines of them, go to which recipients and on
      * which days (layout in distlist.cpy). For the processing date,
      * every row due that day is delivered:
      *   - each recipient gets one delivery file, <recipient>.<date>,
      *     in its drop directory or the delivery directory, holding
      *     every part of every report listed for it, each part behind
      *     a line naming the report and the selection
      *   - a report is taken from the copy CORE-PRINT filed in the
      *     report archive for that processing date, so a rerun picks
      *     up the night's reports even after a later run overwrote
      *     them; a report not printed through CORE-PRINT is taken
      *     live when it was written on the processing date or today
      *   - every row goes on core_distrib.log (layout in dlvlog.cpy)
      *     with what was delivered where
      * A report due but not produced is flagged STATUS:NOT-PRODUCED
      * in core_distrib.report for CORE-ALERT's scan, logged, and
      * makes the run end with exit code 1.
      *   CORE-DISTRIB [yyyymmdd]
      * defaults to the shop processing date
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIB-FILE ASSIGN TO "config/report.distrib"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-FILE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "report_archive.index"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-FILE-STATUS.
           SELECT MTIME-FILE ASSIGN TO "config/.ds-mtime"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTIME-FILE-STATUS.
           SELECT SOURCE-FILE ASSIGN TO SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO DELIVERY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-FILE-STATUS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "core_distrib.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT DISTRIB-REPORT-FILE ASSIGN TO "core_distrib.report"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIB-FILE.
       COPY "distlist.cpy".
       FD  ARCHIVE-INDEX-FILE.
       COPY "rptarch.cpy".
       FD  MTIME-FILE.
       01 MTIME-RECORD    PIC X(12).
       FD  SOURCE-FILE.
       01 SOURCE-RECORD   PIC X(200).
       FD  DELIVERY-FILE.
       01 DELIVERY-RECORD PIC X(200).
       FD  DELIVERY-LOG-FILE.
       COPY "dlvlog.cpy".
       FD  DISTRIB-REPORT-FILE.
       01 DISTRIB-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME        PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 RESULT          PIC 9(9).
       01 REPORT-LINE     PIC X(100).
       01 DIST-FILE-STATUS PIC XX.
       01 INDEX-FILE-STATUS PIC XX.
       01 MTIME-FILE-STATUS PIC XX.
       01 SOURCE-FILE-STATUS PIC XX.
       01 DELIVERY-FILE-STATUS PIC XX.
       01 LOG-FILE-STATUS PIC XX.
       01 SOURCE-NAME     PIC X(60).
       01 DELIVERY-NAME   PIC X(70).
       01 DELIVERY-DIR    PIC X(40).
       01 CMD-ARG-COUNT   PIC 9(2).
       01 DATE-ARG        PIC X(8).
       01 PROC-DATE       PIC 9(8).
       01 TODAY-DATE      PIC 9(8).
       01 RUN-TIME        PIC 9(8).
       01 MTIME-DATE      PIC 9(8).
      * The processing date's weekday, reckoned the way CORE-CALENDAR
      * does: an integer date divisible by 7 falls on a Sunday
       01 DAY-NAME-VALUES PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 PROC-DOW        PIC 9(1).
       01 BUSINESS-SWITCH PIC X(1).
       01 LAST-BDAY       PIC 9(8).
       01 BD-ACTION       PIC X(5).
       01 BD-DATE         PIC 9(8).
       01 BD-NUMBER       PIC 9(2).
       01 BD-RESULT       PIC 9(8).
       01 BD-FLAG         PIC X(1).
       01 DUE-SWITCH      PIC X(1).
      * The rows due on the processing date, each with the report it
      * draws from and whether its recipient's file is written yet
       01 DT-COUNT        PIC 9(3)  VALUE 0.
       01 DT-IDX          PIC 9(3).
       01 DT-IDX2         PIC 9(3).
       01 ROWS-READ       PIC 9(4)  VALUE 0.
       01 DUE-TABLE.
           05 DT-ENTRY OCCURS 200 TIMES.
               10 DT-ROW     PIC X(139).
               10 DT-RP      PIC 9(3).
               10 DT-DONE    PIC X(1).
      * Each report the due rows name, once, and where tonight's copy
      * of it is to be read from - blank when none was produced
       01 RP-COUNT        PIC 9(3)  VALUE 0.
       01 RP-IDX          PIC 9(3).
       01 REPORT-TABLE.
           05 RP-ENTRY OCCURS 200 TIMES.
               10 RP-NAME    PIC X(30).
               10 RP-SOURCE  PIC X(60).
       01 CUR-RECIPIENT   PIC X(20).
       01 MATCH-LEN       PIC 9(2).
       01 END-LEN         PIC 9(2).
       01 HIT-COUNT       PIC 9(4).
       01 SECTION-SWITCH  PIC X(1).
       01 TAKE-SWITCH     PIC X(1).
       01 PART-LINES      PIC 9(6).
       01 PART-COUNT      PIC 9(4).
       01 RECIPIENT-LINES PIC 9(6).
       01 DELIVERED-COUNT PIC 9(4)  VALUE 0.
       01 MISSING-COUNT   PIC 9(4)  VALUE 0.
       01 RECIPIENT-COUNT PIC 9(4)  VALUE 0.
       01 CMD-LINE        PIC X(150).
       01 AUD-PROGRAM     PIC X(20) VALUE "CORE-DISTRIB".
       01 AUD-EVENT       PIC X(30).
       01 AUD-RC          PIC 9(9).
       01 AUD-SEVERITY    PIC X(5).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "CORE-DISTRIB" TO FAULT-PROGRAM.
           CALL "CORE-DATE" USING PROC-DATE.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT NOT < 1
               ACCEPT DATE-ARG FROM ARGUMENT-VALUE
               IF DATE-ARG IS NUMERIC AND DATE-ARG > "16010100"
                   MOVE DATE-ARG TO PROC-DATE
               ELSE
                   MOVE "CORE-DISTRIB: usage [yyyymmdd]" TO BUFFER
                   MOVE 30 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           COMPUTE PROC-DOW =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(PROC-DATE) 7) + 1.
           MOVE "CHECK" TO BD-ACTION.
           MOVE PROC-DATE TO BD-DATE.
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG.
           MOVE BD-FLAG TO BUSINESS-SWITCH.
           MOVE "LAST " TO BD-ACTION.
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG.
           MOVE BD-RESULT TO LAST-BDAY.
           PERFORM LOAD-DUE-ROWS.
           PERFORM FIND-ARCHIVED-COPIES.
           PERFORM VARYING RP-IDX FROM 1 BY 1 UNTIL RP-IDX > RP-COUNT
               IF RP-SOURCE(RP-IDX) = SPACES
                   PERFORM CHECK-LIVE-REPORT
               END-IF
           END-PERFORM.
           OPEN OUTPUT DISTRIB-REPORT-FILE.
           MOVE "CoreA Report Distribution" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE DISTRIB-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DATE:" DELIMITED BY SIZE
                  PROC-DATE DELIMITED BY SIZE
                  " DAY:" DELIMITED BY SIZE
                  DAY-NAME(PROC-DOW) DELIMITED BY SIZE
                  " BUSINESS:" DELIMITED BY SIZE
                  BUSINESS-SWITCH DELIMITED BY SIZE
                  " ROWS:" DELIMITED BY SIZE
                  ROWS-READ DELIMITED BY SIZE
                  " DUE:" DELIMITED BY SIZE
                  DT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE DISTRIB-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE DISTRIB-REPORT-RECORD FROM REPORT-LINE.
           OPEN EXTEND DELIVERY-LOG-FILE.
           IF LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF.
      * One pass per recipient, in the order the list first names
      * them, gathering every row of theirs into the one file
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-COUNT
               IF DT-DONE(DT-IDX) = "N"
                   PERFORM DELIVER-RECIPIENT
               END-IF
           END-PERFORM.
           CLOSE DELIVERY-LOG-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY NOT-PRODUCED:" DELIMITED BY SIZE
                  MISSING-COUNT DELIMITED BY SIZE
                  " DELIVERED:" DELIMITED BY SIZE
                  DELIVERED-COUNT DELIMITED BY SIZE
                  " RECIPIENTS:" DELIMITED BY SIZE
                  RECIPIENT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE DISTRIB-REPORT-RECORD FROM REPORT-LINE.
           CLOSE DISTRIB-REPORT-FILE.
           MOVE REPORT-LINE TO BUFFER.
           MOVE 56 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           MOVE SPACES TO AUD-EVENT.
           STRING "DISTRIB DELIVERED:" DELIMITED BY SIZE
                  DELIVERED-COUNT DELIMITED BY SIZE
                  INTO AUD-EVENT.
           MOVE MISSING-COUNT TO AUD-RC.
           IF MISSING-COUNT = 0
               MOVE "INFO " TO AUD-SEVERITY
           ELSE
               MOVE "WARN " TO AUD-SEVERITY
           END-IF.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT AUD-RC
               AUD-SEVERITY.
           IF MISSING-COUNT NOT = 0
               CALL "sys_exit_c" USING 1
           END-IF.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LOAD-DUE-ROWS.
           MOVE 0 TO DT-COUNT.
           OPEN INPUT DISTRIB-FILE.
           IF DIST-FILE-STATUS = "00"
               PERFORM UNTIL DIST-FILE-STATUS NOT = "00"
                   READ DISTRIB-FILE
                       AT END
                           MOVE "10" TO DIST-FILE-STATUS
                       NOT AT END
                           IF DS-REPORT NOT = SPACES
                               AND DS-RECIPIENT NOT = SPACES
                               ADD 1 TO ROWS-READ
                               PERFORM JUDGE-DUE
                               IF DUE-SWITCH = "Y" AND DT-COUNT < 200
                                   ADD 1 TO DT-COUNT
                                   MOVE DISTRIB-RECORD
                                       TO DT-ROW(DT-COUNT)
                                   MOVE "N" TO DT-DONE(DT-COUNT)
                                   PERFORM NOTE-REPORT
                                   MOVE RP-IDX TO DT-RP(DT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTRIB-FILE
           END-IF.
       JUDGE-DUE.
           MOVE "N" TO DUE-SWITCH.
           IF DS-DAYS = "ALL" OR DS-DAYS = SPACES
               OR DS-DAYS = DAY-NAME(PROC-DOW)
               MOVE "Y" TO DUE-SWITCH
           END-IF.
           IF DS-DAYS = "BUSINESS" AND BUSINESS-SWITCH = "Y"
               MOVE "Y" TO DUE-SWITCH
           END-IF.
           IF DS-DAYS = "LASTBDAY" AND LAST-BDAY = PROC-DATE
               MOVE "Y" TO DUE-SWITCH
           END-IF.
       NOTE-REPORT.
           PERFORM VARYING RP-IDX FROM 1 BY 1 UNTIL RP-IDX > RP-COUNT
               IF RP-NAME(RP-IDX) = DS-REPORT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF RP-IDX > RP-COUNT
               ADD 1 TO RP-COUNT
               MOVE RP-COUNT TO RP-IDX
               MOVE DS-REPORT TO RP-NAME(RP-IDX)
               MOVE SPACES TO RP-SOURCE(RP-IDX)
           END-IF.
       FIND-ARCHIVED-COPIES.
      * The last copy filed for the processing date is the one that
      * counts, a rerun's over the run it replaced
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF INDEX-FILE-STATUS = "00"
               PERFORM UNTIL INDEX-FILE-STATUS NOT = "00"
                   READ ARCHIVE-INDEX-FILE
                       AT END
                           MOVE "10" TO INDEX-FILE-STATUS
                       NOT AT END
                           IF RA-PROC-DATE = PROC-DATE
                               PERFORM VARYING RP-IDX FROM 1 BY 1
                                       UNTIL RP-IDX > RP-COUNT
                                   IF RP-NAME(RP-IDX) = RA-REPORT
                                       MOVE RA-ARCHIVE
                                           TO RP-SOURCE(RP-IDX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.
       CHECK-LIVE-REPORT.
      * Not filed by CORE-PRINT: the live file stands if it was last
      * written on the processing date or today
           MOVE SPACES TO CMD-LINE.
           STRING "date -r " DELIMITED BY SIZE
                  RP-NAME(RP-IDX) DELIMITED BY SPACE
                  " +%Y%m%d > config/.ds-mtime 2>/dev/null"
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO CMD-LINE.
           CALL "system" USING CMD-LINE.
           MOVE 0 TO MTIME-DATE.
           OPEN INPUT MTIME-FILE.
           IF MTIME-FILE-STATUS = "00"
               READ MTIME-FILE
                   AT END
                       MOVE SPACES TO MTIME-RECORD
               END-READ
               CLOSE MTIME-FILE
               IF MTIME-RECORD(1:8) IS NUMERIC
                   MOVE MTIME-RECORD(1:8) TO MTIME-DATE
               END-IF
           END-IF.
           IF MTIME-DATE NOT = 0
               AND (MTIME-DATE = PROC-DATE OR MTIME-DATE = TODAY-DATE)
               MOVE RP-NAME(RP-IDX) TO RP-SOURCE(RP-IDX)
           END-IF.
       DELIVER-RECIPIENT.
           MOVE DT-ROW(DT-IDX) TO DISTRIB-RECORD.
           MOVE DS-RECIPIENT TO CUR-RECIPIENT.
           ADD 1 TO RECIPIENT-COUNT.
           IF DS-DROP = SPACES
               MOVE "delivery" TO DELIVERY-DIR
           ELSE
               MOVE DS-DROP TO DELIVERY-DIR
           END-IF.
           MOVE SPACES TO CMD-LINE.
           STRING "mkdir -p " DELIMITED BY SIZE
                  DELIVERY-DIR DELIMITED BY SPACE
                  X"00" DELIMITED BY SIZE
                  INTO CMD-LINE.
           CALL "system" USING CMD-LINE.
           MOVE SPACES TO DELIVERY-NAME.
           STRING DELIVERY-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  CUR-RECIPIENT DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  PROC-DATE DELIMITED BY SIZE
                  INTO DELIVERY-NAME.
           OPEN OUTPUT DELIVERY-FILE.
           MOVE SPACES TO DELIVERY-RECORD.
           STRING "DELIVERY TO:" DELIMITED BY SIZE
                  CUR-RECIPIENT DELIMITED BY SPACE
                  " DATE:" DELIMITED BY SIZE
                  PROC-DATE DELIMITED BY SIZE
                  " ENV:" DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO DELIVERY-RECORD.
           WRITE DELIVERY-RECORD.
           MOVE 0 TO PART-COUNT.
           MOVE 0 TO RECIPIENT-LINES.
           PERFORM VARYING DT-IDX2 FROM DT-IDX BY 1
                   UNTIL DT-IDX2 > DT-COUNT
               MOVE DT-ROW(DT-IDX2) TO DISTRIB-RECORD
               IF DT-DONE(DT-IDX2) = "N"
                   AND DS-RECIPIENT = CUR-RECIPIENT
                   MOVE "Y" TO DT-DONE(DT-IDX2)
                   MOVE DT-RP(DT-IDX2) TO RP-IDX
                   PERFORM DELIVER-PART
               END-IF
           END-PERFORM.
           MOVE SPACES TO DELIVERY-RECORD.
           WRITE DELIVERY-RECORD.
           STRING "END OF DELIVERY  PARTS:" DELIMITED BY SIZE
                  PART-COUNT DELIMITED BY SIZE
                  " LINES:" DELIMITED BY SIZE
                  RECIPIENT-LINES DELIMITED BY SIZE
                  INTO DELIVERY-RECORD.
           WRITE DELIVERY-RECORD.
           CLOSE DELIVERY-FILE.
       DELIVER-PART.
           MOVE 0 TO PART-LINES.
           IF RP-SOURCE(RP-IDX) = SPACES
               ADD 1 TO MISSING-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REPORT:" DELIMITED BY SIZE
                      DS-REPORT DELIMITED BY SPACE
                      " TO:" DELIMITED BY SIZE
                      DS-RECIPIENT DELIMITED BY SPACE
                      " STATUS:NOT-PRODUCED DAYS:" DELIMITED BY SIZE
                      DS-DAYS DELIMITED BY SPACE
                      INTO REPORT-LINE
               WRITE DISTRIB-REPORT-RECORD FROM REPORT-LINE
               MOVE SPACES TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               STRING "PART REPORT:" DELIMITED BY SIZE
                      DS-REPORT DELIMITED BY SPACE
                      " NOT PRODUCED FOR THIS DATE" DELIMITED BY SIZE
                      INTO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE "NOT-PRODUCED" TO DV-STATUS
           ELSE
               ADD 1 TO DELIVERED-COUNT
               ADD 1 TO PART-COUNT
               PERFORM BURST-REPORT
               ADD PART-LINES TO RECIPIENT-LINES
               MOVE SPACES TO REPORT-LINE
               STRING "DELIVERED REPORT:" DELIMITED BY SIZE
                      DS-REPORT DELIMITED BY SPACE
                      " TO:" DELIMITED BY SIZE
                      DS-RECIPIENT DELIMITED BY SPACE
                      " LINES:" DELIMITED BY SIZE
                      PART-LINES DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE DISTRIB-REPORT-RECORD FROM REPORT-LINE
               MOVE "DELIVERED" TO DV-STATUS
           END-IF.
           MOVE PROC-DATE TO DV-PROC-DATE.
           MOVE RUN-TIME TO DV-RUN-TIME.
           MOVE DS-RECIPIENT TO DV-RECIPIENT.
           MOVE DS-REPORT TO DV-REPORT.
           MOVE PART-LINES TO DV-LINES.
           MOVE DELIVERY-NAME TO DV-FILE.
           WRITE DELIVERY-LOG-RECORD.
       BURST-REPORT.
      * Copy the part the row selects: all of it, the lines holding
      * the match text, or the section the match text opens
           MOVE 0 TO MATCH-LEN.
           PERFORM VARYING MATCH-LEN FROM 20 BY -1
                   UNTIL MATCH-LEN = 0
                   OR DS-MATCH(MATCH-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           PERFORM VARYING END-LEN FROM 20 BY -1
                   UNTIL END-LEN = 0
                   OR DS-END(END-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO DELIVERY-RECORD.
           WRITE DELIVERY-RECORD.
           STRING "PART REPORT:" DELIMITED BY SIZE
                  DS-REPORT DELIMITED BY SPACE
                  " SELECT:" DELIMITED BY SIZE
                  DS-SELECT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DS-MATCH DELIMITED BY SIZE
                  INTO DELIVERY-RECORD.
           WRITE DELIVERY-RECORD.
           MOVE "N" TO SECTION-SWITCH.
           MOVE RP-SOURCE(RP-IDX) TO SOURCE-NAME.
           OPEN INPUT SOURCE-FILE.
           PERFORM UNTIL SOURCE-FILE-STATUS(1:1) NOT = "0"
               READ SOURCE-FILE
                   AT END
                       MOVE "10" TO SOURCE-FILE-STATUS
                   NOT AT END
                       PERFORM SELECT-SOURCE-LINE
                       IF TAKE-SWITCH = "Y"
                           WRITE DELIVERY-RECORD FROM SOURCE-RECORD
                           ADD 1 TO PART-LINES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
       SELECT-SOURCE-LINE.
           MOVE "N" TO TAKE-SWITCH.
           MOVE 0 TO HIT-COUNT.
           IF MATCH-LEN > 0
               INSPECT SOURCE-RECORD TALLYING HIT-COUNT
                   FOR ALL DS-MATCH(1:MATCH-LEN)
           END-IF.
           IF DS-SELECT = "L"
               IF HIT-COUNT > 0
                   MOVE "Y" TO TAKE-SWITCH
               END-IF
           END-IF.
           IF DS-SELECT = "S"
      * The line that ends a section is not part of it, and may open
      * the next one again
               IF SECTION-SWITCH = "Y" AND END-LEN > 0
                   MOVE 0 TO HIT-COUNT
                   INSPECT SOURCE-RECORD TALLYING HIT-COUNT
                       FOR ALL DS-END(1:END-LEN)
                   IF HIT-COUNT > 0
                       MOVE "N" TO SECTION-SWITCH
                   END-IF
                   MOVE 0 TO HIT-COUNT
                   IF MATCH-LEN > 0
                       INSPECT SOURCE-RECORD TALLYING HIT-COUNT
                           FOR ALL DS-MATCH(1:MATCH-LEN)
                   END-IF
               END-IF
               IF HIT-COUNT > 0
                   MOVE "Y" TO SECTION-SWITCH
               END-IF
               MOVE SECTION-SWITCH TO TAKE-SWITCH
           END-IF.
           IF DS-SELECT = "W" OR DS-SELECT = SPACE
               MOVE "Y" TO TAKE-SWITCH
           END-IF.
