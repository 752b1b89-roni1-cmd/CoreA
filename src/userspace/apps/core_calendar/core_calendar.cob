       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-CALENDAR.
      * CoreA Shared Business-Day Calendar (COBOL)
      * The one place the shop decides what counts as a working day.
      * A date is a business day when it falls Monday to Friday and
      * is not listed in the shop holiday file config/core.holidays;
      * TASKSCHED's calendar gate, CORE-BATCH's stream selection and
      * CORE-ROLLUP's period bucketing all ask here instead of each
      * carrying its own idea of a weekday. Callers pass an action, a
      * date and (for NTH) an ordinal:
      *   CHECK  is BD-DATE a business day - BD-FLAG Y/N, BD-NUMBER
      *          its business-day ordinal in the month (00 if not),
      *          BD-RESULT the first business day on or after it
      *   NEXT   BD-RESULT = first business day on or after BD-DATE
      *   PREV   BD-RESULT = last business day on or before BD-DATE
      *   NTH    BD-RESULT = the BD-NUMBER'th business day of
      *          BD-DATE's month (0 and BD-FLAG N if there is none)
      *   LAST   BD-RESULT = last business day of BD-DATE's month
      * The holiday file is loaded on the first call and held for the
      * life of the caller, the way CORE-PRINT keeps its page state
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "config/core.holidays"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One shop holiday per record: the date and what it is, so the
      * file reads as the shop's published holiday list
       FD  HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-DATE      PIC 9(8).
           05 HOL-NAME      PIC X(30).
       WORKING-STORAGE SECTION.
       01 HOL-FILE-STATUS PIC XX.
       01 HOL-LOADED-SWITCH PIC X  VALUE "N".
       01 HOL-COUNT       PIC 9(4)  VALUE 0.
       01 HOL-IDX         PIC 9(4).
       01 HOL-TABLE.
           05 HOL-ENTRY OCCURS 500 TIMES PIC 9(8).
       01 WORK-DATE       PIC 9(8).
       01 WORK-INT        PIC 9(9).
       01 FIRST-INT       PIC 9(9).
       01 LAST-INT        PIC 9(9).
       01 SCAN-INT        PIC 9(9).
       01 SCAN-DOW        PIC 9(1).
       01 SCAN-DATE       PIC 9(8).
       01 SCAN-BDAY-SWITCH PIC X.
       01 SCAN-LIMIT      PIC 9(3).
       01 ORDINAL         PIC 9(2).
       01 NEXT-YYYY       PIC 9(4).
       01 NEXT-MM         PIC 9(2).
       01 NEXT-FIRST-DATE PIC 9(8).
       LINKAGE SECTION.
       01 BD-ACTION     PIC X(5).
       01 BD-DATE       PIC 9(8).
       01 BD-NUMBER     PIC 9(2).
       01 BD-RESULT     PIC 9(8).
       01 BD-FLAG       PIC X(1).
       PROCEDURE DIVISION USING BD-ACTION BD-DATE BD-NUMBER
           BD-RESULT BD-FLAG.
      * Load the holiday list once; a missing file simply means the
      * shop observes no holidays and only weekends are non-working
           IF HOL-LOADED-SWITCH = "N"
               MOVE "Y" TO HOL-LOADED-SWITCH
               MOVE 0 TO HOL-COUNT
               OPEN INPUT HOLIDAY-FILE
               IF HOL-FILE-STATUS = "00"
                   PERFORM UNTIL HOL-FILE-STATUS NOT = "00"
                       READ HOLIDAY-FILE
                           AT END
                               MOVE "10" TO HOL-FILE-STATUS
                           NOT AT END
                               IF HOL-DATE IS NUMERIC
                                   AND HOL-COUNT < 500
                                   ADD 1 TO HOL-COUNT
                                   MOVE HOL-DATE TO HOL-ENTRY(HOL-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOLIDAY-FILE
               END-IF
           END-IF.
           MOVE 0 TO BD-RESULT.
           MOVE "N" TO BD-FLAG.
      * A date outside any plausible calendar cannot be placed - the
      * caller gets a zero result and a non-business flag
           IF BD-DATE IS NOT NUMERIC
               OR BD-DATE < 19000101 OR BD-DATE > 29991231
               GOBACK
           END-IF.
           COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(BD-DATE).
           IF WORK-INT = 0
               GOBACK
           END-IF.
      * First and last day of the date's month, for the month-bound
      * actions
           MOVE BD-DATE(1:6) TO WORK-DATE(1:6).
           MOVE "01" TO WORK-DATE(7:2).
           COMPUTE FIRST-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE).
           MOVE BD-DATE(1:4) TO NEXT-YYYY.
           MOVE BD-DATE(5:2) TO NEXT-MM.
           IF NEXT-MM = 12
               ADD 1 TO NEXT-YYYY
               MOVE 1 TO NEXT-MM
           ELSE
               ADD 1 TO NEXT-MM
           END-IF.
           COMPUTE NEXT-FIRST-DATE =
               NEXT-YYYY * 10000 + NEXT-MM * 100 + 1.
           COMPUTE LAST-INT =
               FUNCTION INTEGER-OF-DATE(NEXT-FIRST-DATE) - 1.
           IF BD-ACTION = "CHECK"
               MOVE WORK-INT TO SCAN-INT
               PERFORM TEST-BUSINESS-DAY
               MOVE SCAN-BDAY-SWITCH TO BD-FLAG
      * The ordinal counts business days from the 1st up to and
      * including this one
               MOVE 0 TO BD-NUMBER
               IF BD-FLAG = "Y"
                   MOVE 0 TO ORDINAL
                   PERFORM VARYING SCAN-INT FROM FIRST-INT BY 1
                           UNTIL SCAN-INT > WORK-INT
                       PERFORM TEST-BUSINESS-DAY
                       IF SCAN-BDAY-SWITCH = "Y"
                           ADD 1 TO ORDINAL
                       END-IF
                   END-PERFORM
                   MOVE ORDINAL TO BD-NUMBER
                   MOVE BD-DATE TO BD-RESULT
               ELSE
                   MOVE WORK-INT TO SCAN-INT
                   PERFORM SCAN-FORWARD
               END-IF
           END-IF.
           IF BD-ACTION = "NEXT "
               MOVE WORK-INT TO SCAN-INT
               PERFORM SCAN-FORWARD
           END-IF.
           IF BD-ACTION = "PREV "
               MOVE WORK-INT TO SCAN-INT
               PERFORM SCAN-BACKWARD
           END-IF.
           IF BD-ACTION = "NTH  "
               MOVE 0 TO ORDINAL
               PERFORM VARYING SCAN-INT FROM FIRST-INT BY 1
                       UNTIL SCAN-INT > LAST-INT
                       OR BD-FLAG = "Y"
                   PERFORM TEST-BUSINESS-DAY
                   IF SCAN-BDAY-SWITCH = "Y"
                       ADD 1 TO ORDINAL
                       IF ORDINAL = BD-NUMBER
                           MOVE "Y" TO BD-FLAG
                           MOVE SCAN-DATE TO BD-RESULT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF BD-ACTION = "LAST "
               MOVE LAST-INT TO SCAN-INT
               PERFORM SCAN-BACKWARD
      * A month with no business day at all has no last one either
               IF BD-RESULT NOT = 0
                   AND BD-RESULT(1:6) NOT = BD-DATE(1:6)
                   MOVE 0 TO BD-RESULT
                   MOVE "N" TO BD-FLAG
               END-IF
           END-IF.
           GOBACK.
       TEST-BUSINESS-DAY.
      * Day 1 of the INTEGER-OF-DATE epoch was a Monday, so the value
      * modulo 7 gives Monday=1 .. Saturday=6 with Sunday on 0
           COMPUTE SCAN-DOW = FUNCTION MOD(SCAN-INT 7).
           COMPUTE SCAN-DATE = FUNCTION DATE-OF-INTEGER(SCAN-INT).
           MOVE "Y" TO SCAN-BDAY-SWITCH.
           IF SCAN-DOW = 0 OR SCAN-DOW = 6
               MOVE "N" TO SCAN-BDAY-SWITCH
           ELSE
               PERFORM VARYING HOL-IDX FROM 1 BY 1
                       UNTIL HOL-IDX > HOL-COUNT
                   IF HOL-ENTRY(HOL-IDX) = SCAN-DATE
                       MOVE "N" TO SCAN-BDAY-SWITCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
       SCAN-FORWARD.
      * Walk forward from SCAN-INT to the first business day; the
      * walk is bounded so a holiday file listing every day of a
      * season cannot spin the caller forever
           MOVE 0 TO SCAN-LIMIT.
           PERFORM UNTIL BD-FLAG = "Y" OR SCAN-LIMIT > 60
               PERFORM TEST-BUSINESS-DAY
               IF SCAN-BDAY-SWITCH = "Y"
                   MOVE "Y" TO BD-FLAG
                   MOVE SCAN-DATE TO BD-RESULT
               ELSE
                   ADD 1 TO SCAN-INT
                   ADD 1 TO SCAN-LIMIT
               END-IF
           END-PERFORM.
      * CHECK reports on the date asked about, not on where the walk
      * landed
           IF BD-ACTION = "CHECK"
               MOVE "N" TO BD-FLAG
           END-IF.
       SCAN-BACKWARD.
      * Walk back from SCAN-INT to the last business day, bounded the
      * same way the forward walk is
           MOVE 0 TO SCAN-LIMIT.
           PERFORM UNTIL BD-FLAG = "Y" OR SCAN-LIMIT > 60
               PERFORM TEST-BUSINESS-DAY
               IF SCAN-BDAY-SWITCH = "Y"
                   MOVE "Y" TO BD-FLAG
                   MOVE SCAN-DATE TO BD-RESULT
               ELSE
                   SUBTRACT 1 FROM SCAN-INT
                   ADD 1 TO SCAN-LIMIT
               END-IF
           END-PERFORM.
