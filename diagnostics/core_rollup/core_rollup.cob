      * ORPHANED and SUMMARY FAILED lines from the report files, plus
      * perf_history.dat records keyed by PH-DATE - and aggregates
      * every metric per week and per month with counts, minima,
      * maxima and averages, printed in SYSREPT's listing style.
      * Periods follow the shop business-day calendar: an observation
      * dated on a weekend or shop holiday belongs to the business day
      * before it, so a month-end that falls on a Sunday is counted
      * in the month whose last business day it closed
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 ROLLUP-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 OBS-INT       PIC 9(9).
       01 YEAR-START-DATE PIC 9(8).
       01 PERIOD-KEY    PIC X(7).
       01 BUCKET-DATE   PIC 9(8).
       01 BD-ACTION     PIC X(5)  VALUE "PREV ".
       01 BD-DATE       PIC 9(8).
       01 BD-NUMBER     PIC 9(2)  VALUE 0.
       01 BD-RESULT     PIC 9(8).
       01 BD-FLAG       PIC X(1).
       01 RU-TOTAL      PIC 9(4)  VALUE 0.
       01 T             PIC 9(4).
       01 FOUND-SWITCH  PIC X.
       01 REPORT-BASE-TABLE REDEFINES REPORT-BASE-VALUES.
           05 REPORT-BASE OCCURS 4 TIMES PIC X(24).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Reported as of the shop processing date, not the clock
           CALL "CORE-DATE" USING RPT-DATE.
           ACCEPT RPT-TIME FROM TIME.
      * Fold the live report files (dated today) and every dated
      * generation beside them
      * Print the period listing the way SYSREPT lays its page out
           OPEN OUTPUT ROLLUP-REPORT-FILE.
           MOVE "CoreA Weekly/Monthly Rollup Report" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE ROLLUP-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Date: " DELIMITED BY SIZE
           END-IF.
       ADD-OBSERVATION.
      * Fold one dated value into both its month bucket (Myyyymm) and
      * its week bucket (Wyyyyww, week 01 starting January 1st), both
      * keyed by the business day the observation belongs to. A date
      * outside any plausible calendar would blow up the week-number
      * arithmetic - it keeps its own month bucket and skips the week
      * bucket
           IF OBS-DATE > 19000101 AND OBS-DATE < 29991231
               MOVE "PREV " TO BD-ACTION
               MOVE OBS-DATE TO BD-DATE
               CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
                   BD-RESULT BD-FLAG
               IF BD-RESULT = 0
                   MOVE OBS-DATE TO BUCKET-DATE
               ELSE
                   MOVE BD-RESULT TO BUCKET-DATE
               END-IF
           ELSE
               MOVE OBS-DATE TO BUCKET-DATE
           END-IF.
           MOVE SPACES TO PERIOD-KEY.
           STRING "M" DELIMITED BY SIZE
                  BUCKET-DATE(1:6) DELIMITED BY SIZE
                  INTO PERIOD-KEY.
           PERFORM FOLD-PERIOD.
           IF BUCKET-DATE > 19000101 AND BUCKET-DATE < 29991231
               COMPUTE YEAR-START-DATE =
                   (BUCKET-DATE / 10000) * 10000 + 101
               COMPUTE YEAR-START-INT =
                   FUNCTION INTEGER-OF-DATE(YEAR-START-DATE)
               COMPUTE OBS-INT = FUNCTION INTEGER-OF-DATE(BUCKET-DATE)
               COMPUTE WEEK-NUM = (OBS-INT - YEAR-START-INT) / 7 + 1
               MOVE SPACES TO PERIOD-KEY
               STRING "W" DELIMITED BY SIZE
                      BUCKET-DATE(1:4) DELIMITED BY SIZE
                      WEEK-NUM DELIMITED BY SIZE
                      INTO PERIOD-KEY
               PERFORM FOLD-PERIOD
