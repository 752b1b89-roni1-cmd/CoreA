       PROGRAM-ID. CORE-HOUSEKEEP.
      * CoreA Log Housekeeping (COBOL)
      * Cuts the shop's append-forever files (audit.log, chat.log,
      * perf_history.dat, ipc_stats.csv, cpu_bench.csv,
      * lockmgr.journal) over to dated generation files when they
      * pass a configured size threshold,
      * or unconditionally under FORCE, keeps a configured number of
      * generations per file, deletes the rest, and reports what was
      * rotated and reclaimed - so history stays bounded without
       COPY "coreparams.cpy".
       FD  SIZES-CONF-FILE.
       01 SIZES-CONF-RECORD.
           05 CONF-SIZE OCCURS 6 TIMES PIC 9(9).
       FD  GEN-LIST-FILE.
       01 GEN-LIST-RECORD PIC X(60).
       FD  GEN-CHECK-FILE.
           05 HS-SIZE    PIC 9(9).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
           05 FILLER PIC X(20) VALUE "perf_history.dat".
           05 FILLER PIC X(20) VALUE "ipc_stats.csv".
           05 FILLER PIC X(20) VALUE "cpu_bench.csv".
           05 FILLER PIC X(20) VALUE "lockmgr.journal".
       01 TARGET-TABLE REDEFINES TARGET-TABLE-VALUES.
           05 TARGET-FILE OCCURS 6 TIMES PIC X(20).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * An optional FORCE argument rotates every target regardless of
      * size; otherwise only files past the threshold are cut over
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
                      DELIMITED BY SIZE
                  " qw(audit.log chat.log perf_history.dat"
                      DELIMITED BY SIZE
                  " ipc_stats.csv cpu_bench.csv lockmgr.journal);"
                      DELIMITED BY SIZE
                  " close F;'"
                      DELIMITED BY SIZE
                  INTO CMD-LINE
           CALL "system" USING CMD-LINE.
               END-READ
               CLOSE SIZES-CONF-FILE
           END-IF.
      * Generations and size observations are dated with the shop
      * processing date, like every other record the shop writes
           CALL "CORE-DATE" USING RUN-DATE.
           OPEN OUTPUT HOUSEKEEP-REPORT-FILE.
           MOVE "CoreA Housekeeping Report" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE HOUSEKEEP-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE HOUSEKEEP-REPORT-RECORD FROM REPORT-LINE.
           PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > 6
               MOVE CONF-SIZE(F-IDX) TO FILE-SIZE-VAL
               IF FORCE-SWITCH = "Y"
                   OR (FILE-SIZE-VAL > MAX-BYTES
      * Growth forecast per target: first and latest observations
      * give bytes per day, and from there the days until the file
      * crosses the configured size threshold
           PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > 6
               PERFORM FORECAST-ONE-FILE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
