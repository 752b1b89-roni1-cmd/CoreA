       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-PROCREG.
      * CoreA Driver Process Register (COBOL)
      * Keeps each driver's record of the processes it has running,
      * so PROCMON can show the shop's real process tree and probe
      * every PID in it. TASKSCHED, CORE-BATCH and CORECTL each own
      * one file - tasksched.running, core_batch.running,
      * corectl.running - which only that driver writes, rewritten
      * whole from the table kept here on every change, so no lock
      * is needed. Actions:
      *   START  register the calling driver itself (a D row), with
      *          its PID and parent fetched the way CORE-AUDIT fetches
      *          its own; PRG-PID comes back holding the driver's PID
      *   ADD    a child the driver has launched, PID PRG-PID, running
      *          PRG-NAME from PRG-PATH (a C row)
      *   DROP   the child PRG-PID once it is reaped or terminated. A
      *          PRG-PID of 0 just rewrites the file from the table,
      *          which clears any row a launched shell wrote itself
      *   STAGE  for a driver that launches through CALL "system" and
      *          so never learns the child's PID: PRG-ROW comes back
      *          holding a C row from its PR-PARENT-PID on, for the
      *          shell to append under its own $$ before it execs the
      *          program; DROP 0 clears it afterwards
      *   END    the driver is finishing cleanly - empty the file
      * A driver that dies leaves its file as it stood, which is how
      * PROCMON tells a dead driver and its orphans from a clean one
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNNING-FILE ASSIGN TO RUN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.
           SELECT PID-CONF-FILE ASSIGN TO PID-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNNING-FILE.
       COPY "procreg.cpy".
       FD  PID-CONF-FILE.
       01 PID-CONF-RECORD.
           05 PC-OWN-PID     PIC X(9).
           05 PC-PARENT-PID  PIC X(9).
       WORKING-STORAGE SECTION.
       01 RUN-FILE-NAME   PIC X(30) VALUE SPACES.
       01 PID-FILE-NAME   PIC X(40) VALUE SPACES.
       01 RUN-FILE-STATUS PIC XX.
       01 PID-FILE-STATUS PIC XX.
      * The driver and its own parent: the shell this spawns is a
      * direct child, so its $PPID is the driver
       01 OWN-PID         PIC 9(9)  VALUE 0.
       01 OWN-PARENT-PID  PIC 9(9)  VALUE 0.
       01 PID-CMD         PIC X(120).
       01 NOW-DATE        PIC 9(8).
       01 NOW-TIME        PIC 9(8).
       01 PT-COUNT        PIC 9(4)  VALUE 0.
       01 PT-IDX          PIC 9(4).
       01 PT-KEEP         PIC 9(4).
       01 PROC-TABLE.
           05 PT-ROW OCCURS 500 TIMES PIC X(125).
       LINKAGE SECTION.
       01 PRG-ACTION    PIC X(5).
       01 PRG-DRIVER    PIC X(10).
       01 PRG-PID       PIC 9(9).
       01 PRG-NAME      PIC X(20).
       01 PRG-PATH      PIC X(60).
       01 PRG-ROW       PIC X(116).
       PROCEDURE DIVISION USING PRG-ACTION PRG-DRIVER PRG-PID
           PRG-NAME PRG-PATH PRG-ROW.
           IF PRG-ACTION = "START"
               PERFORM NAME-RUNNING-FILE
               MOVE SPACES TO PID-CMD
               STRING "printf '%09d%09d\n' $PPID" DELIMITED BY SIZE
                      " $(ps -o ppid= -p $PPID) > " DELIMITED BY SIZE
                      PID-FILE-NAME DELIMITED BY SPACE
                      X"00" DELIMITED BY SIZE
                      INTO PID-CMD
               CALL "system" USING PID-CMD
               MOVE 0 TO OWN-PID
               MOVE 0 TO OWN-PARENT-PID
               OPEN INPUT PID-CONF-FILE
               IF PID-FILE-STATUS = "00"
                   READ PID-CONF-FILE
                       AT END
                           MOVE SPACES TO PID-CONF-RECORD
                   END-READ
                   CLOSE PID-CONF-FILE
                   IF PC-OWN-PID IS NUMERIC
                       MOVE PC-OWN-PID TO OWN-PID
                   END-IF
                   IF PC-PARENT-PID IS NUMERIC
                       MOVE PC-PARENT-PID TO OWN-PARENT-PID
                   END-IF
               END-IF
               MOVE OWN-PID TO PRG-PID
               MOVE SPACES TO PROC-REG-RECORD
               MOVE OWN-PID TO PR-PID
               MOVE OWN-PARENT-PID TO PR-PARENT-PID
               MOVE "D" TO PR-KIND
               MOVE PRG-DRIVER TO PR-DRIVER
               MOVE PRG-NAME TO PR-NAME
               MOVE PRG-PATH TO PR-PATH
               ACCEPT PR-START-DATE FROM DATE YYYYMMDD
               ACCEPT PR-START-TIME FROM TIME
               MOVE PROC-REG-RECORD TO PT-ROW(1)
               MOVE 1 TO PT-COUNT
               PERFORM REWRITE-RUNNING-FILE
           END-IF.
      * Nothing is kept for a driver that never registered itself
           IF RUN-FILE-NAME = SPACES
               GOBACK
           END-IF.
           IF PRG-ACTION = "ADD  " OR PRG-ACTION = "STAGE"
               MOVE SPACES TO PROC-REG-RECORD
               MOVE PRG-PID TO PR-PID
               MOVE OWN-PID TO PR-PARENT-PID
               MOVE "C" TO PR-KIND
               MOVE PRG-DRIVER TO PR-DRIVER
               MOVE PRG-NAME TO PR-NAME
               MOVE PRG-PATH TO PR-PATH
               ACCEPT PR-START-DATE FROM DATE YYYYMMDD
               ACCEPT PR-START-TIME FROM TIME
               IF PRG-ACTION = "STAGE"
                   MOVE PROC-REG-RECORD(10:116) TO PRG-ROW
               ELSE
                   IF PT-COUNT < 500
                       ADD 1 TO PT-COUNT
                       MOVE PROC-REG-RECORD TO PT-ROW(PT-COUNT)
                   END-IF
                   PERFORM REWRITE-RUNNING-FILE
               END-IF
           END-IF.
           IF PRG-ACTION = "DROP "
               MOVE 0 TO PT-KEEP
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX > PT-COUNT
                   MOVE PT-ROW(PT-IDX) TO PROC-REG-RECORD
                   IF PRG-PID = 0 OR PR-PID NOT = PRG-PID
                       OR PR-KIND NOT = "C"
                       ADD 1 TO PT-KEEP
                       MOVE PT-ROW(PT-IDX) TO PT-ROW(PT-KEEP)
                   END-IF
               END-PERFORM
               MOVE PT-KEEP TO PT-COUNT
               PERFORM REWRITE-RUNNING-FILE
           END-IF.
           IF PRG-ACTION = "END  "
               MOVE 0 TO PT-COUNT
               PERFORM REWRITE-RUNNING-FILE
           END-IF.
           GOBACK.
       NAME-RUNNING-FILE.
      * One file per driver, and a control file of its own for the
      * PID fetch so two drivers starting together cannot cross
           MOVE SPACES TO RUN-FILE-NAME.
           IF PRG-DRIVER = "TASKSCHED"
               MOVE "tasksched.running" TO RUN-FILE-NAME
           END-IF.
           IF PRG-DRIVER = "CORE-BATCH"
               MOVE "core_batch.running" TO RUN-FILE-NAME
           END-IF.
           IF PRG-DRIVER = "CORECTL"
               MOVE "corectl.running" TO RUN-FILE-NAME
           END-IF.
           IF RUN-FILE-NAME = SPACES
               STRING PRG-DRIVER DELIMITED BY SPACE
                      ".running" DELIMITED BY SIZE
                      INTO RUN-FILE-NAME
           END-IF.
           MOVE SPACES TO PID-FILE-NAME.
           STRING "config/." DELIMITED BY SIZE
                  RUN-FILE-NAME DELIMITED BY SPACE
                  ".pid" DELIMITED BY SIZE
                  INTO PID-FILE-NAME.
       REWRITE-RUNNING-FILE.
           OPEN OUTPUT RUNNING-FILE.
           IF RUN-FILE-STATUS = "00"
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX > PT-COUNT
                   MOVE PT-ROW(PT-IDX) TO PROC-REG-RECORD
                   WRITE PROC-REG-RECORD
               END-PERFORM
               CLOSE RUNNING-FILE
           END-IF.
