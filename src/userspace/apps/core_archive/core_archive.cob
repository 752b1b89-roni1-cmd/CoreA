       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-ARCHIVE.
      * CoreA Report Archive Retrieval (COBOL)
      * Every report CORE-PRINT formats is filed at CLOSE into the
      * archive directory and indexed in report_archive.index, so a
      * report the next run overwrote can still be produced for the
      * processing date it belonged to:
      *   LIST  [<report>|ALL] [<from> [<to>]]
      *         one console line per archived copy: report, processing
      *         date, run PID, pages, lines, producing program and
      *         archive sequence number
      *   SHOW  [<report>|ALL] [<from> [<to>]]
      *         each archived copy in full, behind a line naming it
      *   PURGE [<report>|ALL]
      *         remove the copies past their retention and drop them
      *         from the index
      * Dates are processing dates, YYYYMMDD; a lone <from> is that
      * one day. Retention is kept per report name in
      * config/report.retention (report name, days); a "*" row is the
      * default for every report not listed, 0 days keeps a report
      * for good, and with no row at all a copy is kept 90 days from
      * its processing date. The purge rewrite is serialized through
      * the reserved mutex 99, the same bracket CORE-PRINT files under
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "report_archive.index"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-FILE-STATUS.
           SELECT NEW-INDEX-FILE ASSIGN TO "report_archive.index.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS.
           SELECT RETENTION-FILE ASSIGN TO "config/report.retention"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RET-FILE-STATUS.
           SELECT ARCHIVED-REPORT-FILE ASSIGN TO SHOW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-INDEX-FILE.
       COPY "rptarch.cpy".
       FD  NEW-INDEX-FILE.
       01 NEW-INDEX-RECORD PIC X(162).
       FD  RETENTION-FILE.
       01 RETENTION-RECORD.
           05 RR-REPORT      PIC X(30).
           05 RR-DAYS        PIC 9(4).
       FD  ARCHIVED-REPORT-FILE.
       01 ARCHIVED-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME        PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 RESULT          PIC 9(9).
       01 LIST-LINE       PIC X(150).
       01 LINE-PTR        PIC 9(3).
       01 INDEX-FILE-STATUS PIC XX.
       01 NEW-FILE-STATUS PIC XX.
       01 RET-FILE-STATUS PIC XX.
       01 SHOW-FILE-STATUS PIC XX.
       01 SHOW-NAME       PIC X(60).
       01 CMD-ARG-COUNT   PIC 9(2).
       01 CMD-ARG-NUM     PIC 9(2).
       01 CMD-ARG-VAL     PIC X(30).
      * What to do and to which copies: a report name or ALL, and a
      * range of processing dates
       01 ARC-ACTION      PIC X(5)  VALUE SPACES.
       01 ARC-REPORT      PIC X(30) VALUE "ALL".
       01 ARC-FROM        PIC 9(8)  VALUE 0.
       01 ARC-TO          PIC 9(8)  VALUE 99999999.
       01 DATE-ARG        PIC X(8).
       01 ARG-ERROR       PIC X(1)  VALUE "N".
       01 MATCH-SWITCH    PIC X(1).
       01 MATCHED-COUNT   PIC 9(6)  VALUE 0.
       01 PURGED-COUNT    PIC 9(6)  VALUE 0.
       01 KEPT-COUNT      PIC 9(6)  VALUE 0.
      * Retention by report name; RETAIN-DEFAULT stands for any
      * report without a row of its own
       01 RETAIN-DEFAULT  PIC 9(4)  VALUE 90.
       01 RETAIN-DAYS     PIC 9(4).
       01 RT-COUNT        PIC 9(3)  VALUE 0.
       01 RT-IDX          PIC 9(3).
       01 RETENTION-TABLE.
           05 RT-ENTRY OCCURS 200 TIMES.
               10 RT-REPORT  PIC X(30).
               10 RT-DAYS    PIC 9(4).
       01 RUN-DATE        PIC 9(8).
       01 COPY-AGE        PIC S9(7).
       01 CMD-LINE        PIC X(150).
       01 MUTEX-INSTANCE  TYPE MUTEX-DATA.
       01 SERIAL-RESULT   PIC 9(9).
      * Mutex 99 is reserved shop-wide for shared-file serialization
       01 SERIAL-MUTEX-ID PIC 9(9)  VALUE 99.
       01 AUD-PROGRAM     PIC X(20) VALUE "CORE-ARCHIVE".
       01 AUD-EVENT       PIC X(30).
       01 AUD-RC          PIC 9(9).
       01 AUD-SEVERITY    PIC X(5).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "CORE-ARCHIVE" TO FAULT-PROGRAM.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 1
               MOVE "Y" TO ARG-ERROR
           ELSE
               MOVE 1 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL(1:5) TO ARC-ACTION
               IF ARC-ACTION NOT = "LIST " AND NOT = "SHOW "
                   AND NOT = "PURGE"
                   MOVE "Y" TO ARG-ERROR
               END-IF
           END-IF.
           IF ARG-ERROR = "N" AND CMD-ARG-COUNT NOT < 2
               MOVE 2 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT ARC-REPORT FROM ARGUMENT-VALUE
           END-IF.
           IF ARG-ERROR = "N" AND CMD-ARG-COUNT NOT < 3
               IF ARC-ACTION = "PURGE"
                   MOVE "Y" TO ARG-ERROR
               ELSE
                   MOVE 3 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT DATE-ARG FROM ARGUMENT-VALUE
                   IF DATE-ARG IS NUMERIC
                       MOVE DATE-ARG TO ARC-FROM
                       MOVE DATE-ARG TO ARC-TO
                   ELSE
                       MOVE "Y" TO ARG-ERROR
                   END-IF
               END-IF
           END-IF.
           IF ARG-ERROR = "N" AND CMD-ARG-COUNT NOT < 4
               MOVE 4 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT DATE-ARG FROM ARGUMENT-VALUE
               IF DATE-ARG IS NUMERIC AND DATE-ARG NOT < ARC-FROM
                   MOVE DATE-ARG TO ARC-TO
               ELSE
                   MOVE "Y" TO ARG-ERROR
               END-IF
           END-IF.
           IF ARG-ERROR = "Y"
               MOVE "CORE-ARCHIVE: usage LIST|SHOW|PURGE [report|ALL] [f
      -             "rom [to]]" TO BUFFER
               MOVE 60 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           IF ARC-ACTION = "PURGE"
               PERFORM PURGE-ARCHIVE
           ELSE
               PERFORM LIST-ARCHIVE
           END-IF.
           STOP RUN.
       LIST-ARCHIVE.
      * The index is only ever appended to outside a purge, so it is
      * read here without taking the bracket
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF INDEX-FILE-STATUS = "00"
               PERFORM UNTIL INDEX-FILE-STATUS NOT = "00"
                   READ ARCHIVE-INDEX-FILE
                       AT END
                           MOVE "10" TO INDEX-FILE-STATUS
                       NOT AT END
                           PERFORM MATCH-ENTRY
                           IF MATCH-SWITCH = "Y"
                               ADD 1 TO MATCHED-COUNT
                               PERFORM WRITE-ENTRY-LINE
                               IF ARC-ACTION = "SHOW "
                                   PERFORM SHOW-ARCHIVED-COPY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.
           IF MATCHED-COUNT = 0
               MOVE "CORE-ARCHIVE: no archived report matches"
                   TO BUFFER
               MOVE 40 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
       MATCH-ENTRY.
           MOVE "N" TO MATCH-SWITCH.
           IF RA-PROC-DATE IS NUMERIC
               AND (ARC-REPORT = "ALL" OR RA-REPORT = ARC-REPORT)
               AND RA-PROC-DATE NOT < ARC-FROM
               AND RA-PROC-DATE NOT > ARC-TO
               MOVE "Y" TO MATCH-SWITCH
           END-IF.
       WRITE-ENTRY-LINE.
           MOVE SPACES TO LIST-LINE.
           MOVE 1 TO LINE-PTR.
           STRING "REPORT:" DELIMITED BY SIZE
                  RA-REPORT DELIMITED BY SPACE
                  " DATE:" DELIMITED BY SIZE
                  RA-PROC-DATE DELIMITED BY SIZE
                  " PID:" DELIMITED BY SIZE
                  RA-RUN-PID DELIMITED BY SIZE
                  " PAGES:" DELIMITED BY SIZE
                  RA-PAGES DELIMITED BY SIZE
                  " LINES:" DELIMITED BY SIZE
                  RA-LINES DELIMITED BY SIZE
                  " PROG:" DELIMITED BY SIZE
                  RA-PROGRAM DELIMITED BY SPACE
                  " SEQ:" DELIMITED BY SIZE
                  RA-SEQ DELIMITED BY SIZE
                  INTO LIST-LINE WITH POINTER LINE-PTR.
           COMPUTE MSG-LEN = LINE-PTR - 1.
           CALL "sys_write_c" USING OUT-FD LIST-LINE MSG-LEN
               GIVING RESULT.
       SHOW-ARCHIVED-COPY.
           MOVE RA-ARCHIVE TO SHOW-NAME.
           OPEN INPUT ARCHIVED-REPORT-FILE.
           IF SHOW-FILE-STATUS NOT = "00"
               MOVE SPACES TO BUFFER
               STRING "CORE-ARCHIVE: archived copy missing " DELIMITED
                      BY SIZE
                      RA-ARCHIVE DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 100 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
           ELSE
               PERFORM UNTIL SHOW-FILE-STATUS NOT = "00"
                   READ ARCHIVED-REPORT-FILE
                       AT END
                           MOVE "10" TO SHOW-FILE-STATUS
                       NOT AT END
                           MOVE 100 TO MSG-LEN
                           CALL "sys_write_c" USING OUT-FD
                               ARCHIVED-REPORT-RECORD MSG-LEN
                               GIVING RESULT
                   END-READ
               END-PERFORM
               CLOSE ARCHIVED-REPORT-FILE
           END-IF.
       PURGE-ARCHIVE.
      * Age is counted from the shop processing date, the same date
      * the copies were filed under
           CALL "CORE-DATE" USING RUN-DATE.
           PERFORM LOAD-RETENTION.
      * Stream the index to its replacement inside the shared
      * serialization bracket, so a report CORE-PRINT files
      * meanwhile is neither lost nor half-written
           MOVE SERIAL-MUTEX-ID TO MUTEX-ID OF MUTEX-INSTANCE.
           MOVE 1 TO MUTEX-LOCK OF MUTEX-INSTANCE.
           MOVE "MUTEX" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_mutex_c" USING MUTEX-INSTANCE
                   GIVING SERIAL-RESULT
           ELSE
               MOVE FAULT-RC TO SERIAL-RESULT
           END-IF.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF INDEX-FILE-STATUS = "00"
               OPEN OUTPUT NEW-INDEX-FILE
               PERFORM UNTIL INDEX-FILE-STATUS NOT = "00"
                   READ ARCHIVE-INDEX-FILE
                       AT END
                           MOVE "10" TO INDEX-FILE-STATUS
                       NOT AT END
                           PERFORM JUDGE-RETENTION
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX-FILE
               CLOSE NEW-INDEX-FILE
               MOVE SPACES TO CMD-LINE
               IF PURGED-COUNT > 0
                   STRING "mv report_archive.index.new " DELIMITED BY
                          SIZE
                          "report_archive.index" DELIMITED BY SIZE
                          X"00" DELIMITED BY SIZE
                          INTO CMD-LINE
               ELSE
                   STRING "rm -f report_archive.index.new" DELIMITED
                          BY SIZE
                          X"00" DELIMITED BY SIZE
                          INTO CMD-LINE
               END-IF
               CALL "system" USING CMD-LINE
           END-IF.
           MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE.
           CALL "sys_mutex_c" USING MUTEX-INSTANCE GIVING SERIAL-RESULT.
           MOVE SPACES TO LIST-LINE.
           MOVE 1 TO LINE-PTR.
           STRING "CORE-ARCHIVE: purged " DELIMITED BY SIZE
                  PURGED-COUNT DELIMITED BY SIZE
                  " kept " DELIMITED BY SIZE
                  KEPT-COUNT DELIMITED BY SIZE
                  INTO LIST-LINE WITH POINTER LINE-PTR.
           COMPUTE MSG-LEN = LINE-PTR - 1.
           CALL "sys_write_c" USING OUT-FD LIST-LINE MSG-LEN
               GIVING RESULT.
      * Journaled only once the bracket is given back, since the
      * audit writer takes it itself
           IF PURGED-COUNT > 0
               MOVE "ARCHIVE-PURGE" TO AUD-EVENT
               MOVE PURGED-COUNT TO AUD-RC
               MOVE "INFO " TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT AUD-RC
                   AUD-SEVERITY
           END-IF.
       LOAD-RETENTION.
           MOVE 0 TO RT-COUNT.
           OPEN INPUT RETENTION-FILE.
           IF RET-FILE-STATUS = "00"
               PERFORM UNTIL RET-FILE-STATUS NOT = "00"
                   READ RETENTION-FILE
                       AT END
                           MOVE "10" TO RET-FILE-STATUS
                       NOT AT END
                           IF RR-DAYS IS NUMERIC
                               IF RR-REPORT = "*"
                                   MOVE RR-DAYS TO RETAIN-DEFAULT
                               ELSE
                                   IF RT-COUNT < 200
                                       ADD 1 TO RT-COUNT
                                       MOVE RR-REPORT
                                           TO RT-REPORT(RT-COUNT)
                                       MOVE RR-DAYS
                                           TO RT-DAYS(RT-COUNT)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-FILE
           END-IF.
       JUDGE-RETENTION.
      * A copy outside the report named, or with no usable date, or
      * of a report kept for good, stays in the index as it was
           MOVE RETAIN-DEFAULT TO RETAIN-DAYS.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               IF RT-REPORT(RT-IDX) = RA-REPORT
                   MOVE RT-DAYS(RT-IDX) TO RETAIN-DAYS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 0 TO COPY-AGE.
           IF RA-PROC-DATE IS NUMERIC
               AND RA-PROC-DATE > 16010100
               AND RUN-DATE > 16010100
               COMPUTE COPY-AGE =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(RA-PROC-DATE)
           END-IF.
           IF (ARC-REPORT = "ALL" OR RA-REPORT = ARC-REPORT)
               AND RETAIN-DAYS > 0
               AND COPY-AGE > RETAIN-DAYS
               ADD 1 TO PURGED-COUNT
               MOVE SPACES TO CMD-LINE
               STRING "rm -f " DELIMITED BY SIZE
                      RA-ARCHIVE DELIMITED BY SPACE
                      X"00" DELIMITED BY SIZE
                      INTO CMD-LINE
               CALL "system" USING CMD-LINE
           ELSE
               ADD 1 TO KEPT-COUNT
               WRITE NEW-INDEX-RECORD FROM REPORT-ARCHIVE-RECORD
           END-IF.
