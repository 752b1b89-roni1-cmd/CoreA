      * the header and headings; CLOSE stamps the standard END OF
      * REPORT trailer with the detail line count. State is kept
      * between calls, so a report writer never touches the file
      * itself. Once closed, the report is filed into the archive
      * directory under its name, processing date and the next
      * archive sequence number, and indexed in report_archive.index
      * with the producing program, run PID and page and line
      * counts, so the next run overwriting the live file loses
      * nothing; CORE-ARCHIVE retrieves and purges from there.
      * A program that writes its report itself - one whose readers
      * bind to its lines as they are - calls FILE with the name of
      * the report once it has closed it, and the report is filed
      * and indexed the same way, as one page of however many lines
      * it holds. FILE is not for use while a report is open here
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PR-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "report_archive.index"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-FILE-STATUS.
           SELECT PID-CONF-FILE ASSIGN TO "config/.rp-pid"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PID-FILE-STATUS.
      * The last archive sequence number handed out
           SELECT SEQ-CONF-FILE ASSIGN TO "config/.ra-seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(100).
       FD  ARCHIVE-INDEX-FILE.
       COPY "rptarch.cpy".
       FD  PID-CONF-FILE.
       01 PID-CONF-RECORD PIC X(12).
       FD  SEQ-CONF-FILE.
       01 SEQ-CONF-RECORD PIC 9(9).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 PR-OUT-NAME   PIC X(30).
       01 SAVE-COLHEAD  PIC X(80).
       01 RPT-DATE      PIC 9(8).
       01 RPT-TIME      PIC 9(8).
       01 RPT-ENV       PIC X(8).
       01 PAGE-NUM      PIC 9(4)  VALUE 0.
       01 PAGE-LINES    PIC 9(2)  VALUE 0.
       01 LINE-TOTAL    PIC 9(6)  VALUE 0.
      * Detail lines per page before the header repeats
       01 PAGE-DEPTH    PIC 9(2)  VALUE 55.
       01 HEADER-LINE   PIC X(100).
       01 PRINT-FILE-STATUS PIC XX.
       01 INDEX-FILE-STATUS PIC XX.
       01 PID-FILE-STATUS PIC XX.
       01 SEQ-FILE-STATUS PIC XX.
      * The producing process: the shell this spawns is a direct
      * child, so its $PPID is the report writer
       01 OWN-PID       PIC 9(9)  VALUE 0.
       01 PID-CMD.
           05 FILLER    PIC X(39) VALUE
               "echo $PPID > config/.rp-pid".
           05 FILLER    PIC X(1)  VALUE X"00".
       01 ARCHIVE-SEQ   PIC 9(9).
       01 ARCHIVE-NAME  PIC X(60).
       01 CMD-LINE      PIC X(150).
       01 ARCHIVE-RC    PIC 9(9).
       01 MUTEX-INSTANCE TYPE MUTEX-DATA.
       01 SERIAL-RESULT PIC 9(9).
      * Mutex 99 is reserved shop-wide for shared-file serialization
       01 SERIAL-MUTEX-ID PIC 9(9) VALUE 99.
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
       LINKAGE SECTION.
       01 PRT-ACTION    PIC X(5).
       01 PRT-FILE-NAME PIC X(30).
       01 PRT-TITLE     PIC X(40).
       01 PRT-COLHEAD   PIC X(80).
       01 PRT-LINE      PIC X(100).
      * The calling program's name, for the archive index
       01 PRT-PROGRAM   PIC X(20).
       PROCEDURE DIVISION USING PRT-ACTION PRT-FILE-NAME PRT-TITLE
           PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           IF PRT-ACTION = "INIT "
               MOVE PRT-FILE-NAME TO PR-OUT-NAME
               MOVE PRT-TITLE TO SAVE-TITLE
               MOVE PRT-COLHEAD TO SAVE-COLHEAD
      * The page header carries the shop processing date the report
      * belongs to and the environment it was run in; the time is
      * when it was printed
               CALL "CORE-DATE" USING RPT-DATE
               CALL "CORE-ENV" USING RPT-ENV
               ACCEPT RPT-TIME FROM TIME
               MOVE 0 TO PAGE-NUM
               MOVE 0 TO LINE-TOTAL
                      INTO HEADER-LINE
               WRITE PRINT-RECORD FROM HEADER-LINE
               CLOSE PRINT-FILE
               PERFORM ARCHIVE-REPORT
           END-IF.
           IF PRT-ACTION = "FILE "
               MOVE PRT-FILE-NAME TO PR-OUT-NAME
               CALL "CORE-DATE" USING RPT-DATE
               CALL "CORE-ENV" USING RPT-ENV
               ACCEPT RPT-TIME FROM TIME
               MOVE 0 TO LINE-TOTAL
               OPEN INPUT PRINT-FILE
               IF PRINT-FILE-STATUS = "00"
                   PERFORM UNTIL PRINT-FILE-STATUS NOT = "00"
                       READ PRINT-FILE
                           AT END
                               MOVE "10" TO PRINT-FILE-STATUS
                           NOT AT END
                               ADD 1 TO LINE-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE PRINT-FILE
                   MOVE 1 TO PAGE-NUM
                   PERFORM ARCHIVE-REPORT
               END-IF
           END-IF.
           GOBACK.
       WRITE-PAGE-HEADER.
                  RPT-TIME DELIMITED BY SIZE
                  "    Page: " DELIMITED BY SIZE
                  PAGE-NUM DELIMITED BY SIZE
                  "    Env: " DELIMITED BY SIZE
                  RPT-ENV DELIMITED BY SIZE
                  INTO HEADER-LINE.
           WRITE PRINT-RECORD FROM HEADER-LINE.
           MOVE SPACES TO HEADER-LINE.
               WRITE PRINT-RECORD FROM HEADER-LINE
           END-IF.
           MOVE 0 TO PAGE-LINES.
       ARCHIVE-REPORT.
      * Copy and index inside the shared serialization bracket, so
      * two reports closing at once cannot draw the same sequence
      * number or interleave their index records
           MOVE PRT-PROGRAM TO FAULT-PROGRAM.
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
           MOVE 0 TO OWN-PID.
           CALL "system" USING PID-CMD.
           OPEN INPUT PID-CONF-FILE.
           IF PID-FILE-STATUS = "00"
               READ PID-CONF-FILE
                   AT END
                       MOVE SPACES TO PID-CONF-RECORD
               END-READ
               CLOSE PID-CONF-FILE
               IF PID-CONF-RECORD NOT = SPACES
                   COMPUTE OWN-PID =
                       FUNCTION NUMVAL(PID-CONF-RECORD)
               END-IF
           END-IF.
           MOVE 0 TO ARCHIVE-SEQ.
           OPEN INPUT SEQ-CONF-FILE.
           IF SEQ-FILE-STATUS = "00"
               READ SEQ-CONF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-CONF-RECORD IS NUMERIC
                           MOVE SEQ-CONF-RECORD TO ARCHIVE-SEQ
                       END-IF
               END-READ
               CLOSE SEQ-CONF-FILE
           END-IF.
           IF ARCHIVE-SEQ = 999999999
               MOVE 0 TO ARCHIVE-SEQ
           END-IF.
           ADD 1 TO ARCHIVE-SEQ.
           OPEN OUTPUT SEQ-CONF-FILE.
           MOVE ARCHIVE-SEQ TO SEQ-CONF-RECORD.
           WRITE SEQ-CONF-RECORD.
           CLOSE SEQ-CONF-FILE.
           MOVE SPACES TO ARCHIVE-NAME.
           STRING "archive/" DELIMITED BY SIZE
                  PR-OUT-NAME DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  RPT-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  ARCHIVE-SEQ DELIMITED BY SIZE
                  INTO ARCHIVE-NAME.
           MOVE SPACES TO CMD-LINE.
           STRING "mkdir -p archive && cp " DELIMITED BY SIZE
                  PR-OUT-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ARCHIVE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO CMD-LINE.
           CALL "system" USING CMD-LINE.
           MOVE RETURN-CODE TO ARCHIVE-RC.
           IF ARCHIVE-RC = 0
               MOVE SPACES TO REPORT-ARCHIVE-RECORD
               MOVE PR-OUT-NAME TO RA-REPORT
               MOVE RPT-DATE TO RA-PROC-DATE
               MOVE RPT-TIME TO RA-RUN-TIME
               MOVE OWN-PID TO RA-RUN-PID
               MOVE PAGE-NUM TO RA-PAGES
               MOVE LINE-TOTAL TO RA-LINES
               MOVE PRT-PROGRAM TO RA-PROGRAM
               MOVE RPT-ENV TO RA-ENV
               MOVE ARCHIVE-SEQ TO RA-SEQ
               MOVE ARCHIVE-NAME TO RA-ARCHIVE
               OPEN EXTEND ARCHIVE-INDEX-FILE
               IF INDEX-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ARCHIVE-INDEX-FILE
               END-IF
               WRITE REPORT-ARCHIVE-RECORD
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.
           MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE.
           CALL "sys_mutex_c" USING MUTEX-INSTANCE GIVING SERIAL-RESULT.
      * A report that could not be filed is journaled once the
      * bracket is given back, since the audit writer takes its own
           IF ARCHIVE-RC NOT = 0
               MOVE SPACES TO AUD-EVENT
               STRING "ARCHIVE-FAIL " DELIMITED BY SIZE
                      PR-OUT-NAME DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE ARCHIVE-RC TO AUD-RC
               MOVE "WARN " TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING PRT-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
           END-IF.
