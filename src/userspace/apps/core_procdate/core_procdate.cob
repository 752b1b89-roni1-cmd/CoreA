       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-PROCDATE.
      * CoreA Processing-Date Control (COBOL)
      * Operator side of the shop business date in
      * config/core.procdate, which CORE-DATE hands to every driver
      * and report writer:
      *   SHOW                 print the date, its mode and who last
      *                        changed it
      *   ROLL <op>            end of day - advance to the next
      *                        business day on the shop calendar
      *   PIN <yyyymmdd> <op>  hold the date for a rerun; ROLL is
      *                        refused until the pin comes off
      *   UNPIN <op>           release the pin and return to the
      *                        date the roll cycle had reached
      * Every roll and pin goes through CORE-AUDIT with the operator
      * id that made it, checked against config/core.operators the
      * way CORE-QADM checks a cancel. PIN and UNPIN change what a
      * rerun processes, so they need the destructive-actions column
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE-FILE ASSIGN TO "config/core.procdate"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "config/core.operators"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROCDATE-FILE.
       COPY "procdate.cpy".
       FD  OPERATORS-FILE.
       01 OPERATORS-RECORD.
           05 OP-ID         PIC X(8).
           05 OP-DESTRUCT   PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 PD-FILE-STATUS PIC XX.
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(20).
       01 PDC-ACTION    PIC X(5)  VALUE SPACES.
       01 PIN-DATE      PIC 9(8)  VALUE 0.
       01 OPERATOR-ARG-NUM PIC 9(2).
      * The record as it stands before this run changes it; with no
      * control file yet the clock supplies the starting date
       01 RECORD-FOUND-SWITCH PIC X VALUE "N".
       01 CUR-DATE      PIC 9(8).
       01 CUR-MODE      PIC X(1)  VALUE "R".
       01 CUR-ROLL-DATE PIC 9(8).
       01 CUR-SET-DATE  PIC 9(8)  VALUE 0.
       01 CUR-SET-TIME  PIC 9(8)  VALUE 0.
       01 CUR-OPERATOR  PIC X(8)  VALUE SPACES.
       01 NEW-DATE      PIC 9(8).
       01 NOW-DATE      PIC 9(8).
       01 NOW-TIME      PIC 9(8).
       01 DATE-INT      PIC 9(9).
       01 OPER-FILE-STATUS PIC XX.
       01 OPERATOR-ID   PIC X(8)  VALUE SPACES.
       01 OPERATOR-OK-SWITCH PIC X VALUE "N".
       01 NEED-DESTRUCT-SWITCH PIC X VALUE "N".
       01 BD-ACTION     PIC X(5).
       01 BD-DATE       PIC 9(8).
       01 BD-NUMBER     PIC 9(2).
       01 BD-RESULT     PIC 9(8).
       01 BD-FLAG       PIC X(1).
       01 AUD-PROGRAM   PIC X(20) VALUE "CORE-PROCDATE".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 1
               MOVE "CORE-PROCDATE: usage SHOW|ROLL|PIN|UNPIN [date] op"
                   TO BUFFER
               MOVE 50 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           MOVE 1 TO CMD-ARG-NUM.
           DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE.
           MOVE CMD-ARG-VAL(1:5) TO PDC-ACTION.
           IF PDC-ACTION NOT = "SHOW " AND PDC-ACTION NOT = "ROLL "
               AND PDC-ACTION NOT = "PIN  "
               AND PDC-ACTION NOT = "UNPIN"
               MOVE "CORE-PROCDATE: unknown action" TO BUFFER
               MOVE 29 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
      * PIN carries the date to hold before the operator id
           IF PDC-ACTION = "PIN  "
               IF CMD-ARG-COUNT < 2
                   MOVE "CORE-PROCDATE: PIN needs a date" TO BUFFER
                   MOVE 31 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               MOVE 2 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL(1:8) IS NUMERIC
                   AND CMD-ARG-VAL(9:1) = SPACE
                   MOVE CMD-ARG-VAL(1:8) TO PIN-DATE
               END-IF
               IF PIN-DATE < 19000101
                   OR FUNCTION TEST-DATE-YYYYMMDD(PIN-DATE) NOT = 0
                   MOVE "CORE-PROCDATE: invalid date" TO BUFFER
                   MOVE 27 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               MOVE 3 TO OPERATOR-ARG-NUM
               MOVE "Y" TO NEED-DESTRUCT-SWITCH
           ELSE
               MOVE 2 TO OPERATOR-ARG-NUM
               IF PDC-ACTION = "UNPIN"
                   MOVE "Y" TO NEED-DESTRUCT-SWITCH
               END-IF
           END-IF.
      * Anything that changes the date needs an operator who is on
      * the permissions file
           IF PDC-ACTION NOT = "SHOW "
               IF CMD-ARG-COUNT < OPERATOR-ARG-NUM
                   MOVE "CORE-PROCDATE: operator id required"
                       TO BUFFER
                   MOVE 35 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               MOVE OPERATOR-ARG-NUM TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL(1:8) TO OPERATOR-ID
               PERFORM CHECK-OPERATOR
               IF OPERATOR-OK-SWITCH = "N"
                   MOVE "CORE-PROCDATE: operator not authorized"
                       TO BUFFER
                   MOVE 38 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
           END-IF.
      * Current state of the control record
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE NOW-DATE TO CUR-DATE.
           MOVE NOW-DATE TO CUR-ROLL-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF PD-FILE-STATUS = "00"
               READ PROCDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PD-DATE IS NUMERIC
                           AND PD-DATE > 19000101
                           MOVE "Y" TO RECORD-FOUND-SWITCH
                           MOVE PD-DATE TO CUR-DATE
                           MOVE PD-DATE TO CUR-ROLL-DATE
                           IF PD-MODE = "P"
                               MOVE "P" TO CUR-MODE
                               IF PD-ROLL-DATE IS NUMERIC
                                   AND PD-ROLL-DATE > 19000101
                                   MOVE PD-ROLL-DATE TO CUR-ROLL-DATE
                               END-IF
                           END-IF
                           IF PD-SET-DATE IS NUMERIC
                               MOVE PD-SET-DATE TO CUR-SET-DATE
                           END-IF
                           IF PD-SET-TIME IS NUMERIC
                               MOVE PD-SET-TIME TO CUR-SET-TIME
                           END-IF
                           MOVE PD-OPERATOR TO CUR-OPERATOR
                       END-IF
               END-READ
               CLOSE PROCDATE-FILE
           END-IF.
           IF PDC-ACTION = "SHOW "
               MOVE SPACES TO BUFFER
               IF RECORD-FOUND-SWITCH = "N"
                   STRING "PROCDATE:" DELIMITED BY SIZE
                          CUR-DATE DELIMITED BY SIZE
                          " MODE:CLOCK (no control record)"
                              DELIMITED BY SIZE
                          INTO BUFFER
               ELSE
                   IF CUR-MODE = "P"
                       STRING "PROCDATE:" DELIMITED BY SIZE
                              CUR-DATE DELIMITED BY SIZE
                              " MODE:PINNED ROLL:" DELIMITED BY SIZE
                              CUR-ROLL-DATE DELIMITED BY SIZE
                              " SET:" DELIMITED BY SIZE
                              CUR-SET-DATE DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              CUR-SET-TIME(1:6) DELIMITED BY SIZE
                              " OP:" DELIMITED BY SIZE
                              CUR-OPERATOR DELIMITED BY SPACE
                              INTO BUFFER
                   ELSE
                       STRING "PROCDATE:" DELIMITED BY SIZE
                              CUR-DATE DELIMITED BY SIZE
                              " MODE:ROLLED SET:" DELIMITED BY SIZE
                              CUR-SET-DATE DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              CUR-SET-TIME(1:6) DELIMITED BY SIZE
                              " OP:" DELIMITED BY SIZE
                              CUR-OPERATOR DELIMITED BY SPACE
                              INTO BUFFER
                   END-IF
               END-IF
               MOVE 90 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 0
           END-IF.
      * A pinned date is being held on purpose for a rerun; rolling
      * underneath it would silently move the rerun to the wrong day
           IF PDC-ACTION = "ROLL "
               IF CUR-MODE = "P"
                   MOVE "CORE-PROCDATE: date is pinned, UNPIN first"
                       TO BUFFER
                   MOVE 43 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   MOVE SPACES TO AUD-EVENT
                   STRING "ROLL-REFUSED:" DELIMITED BY SIZE
                          CUR-DATE DELIMITED BY SIZE
                          ":OP=" DELIMITED BY SIZE
                          OPERATOR-ID DELIMITED BY SPACE
                          INTO AUD-EVENT
                   MOVE 1 TO AUD-RC
                   MOVE "WARN " TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
                   CALL "sys_exit_c" USING 1
               END-IF
      * The next business day after the current one, so a Friday
      * roll lands on Monday and a roll into a holiday steps over it
               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(CUR-DATE) + 1
               COMPUTE BD-DATE = FUNCTION DATE-OF-INTEGER(DATE-INT)
               MOVE "NEXT " TO BD-ACTION
               MOVE 0 TO BD-NUMBER
               CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
                   BD-RESULT BD-FLAG
               IF BD-FLAG = "Y"
                   MOVE BD-RESULT TO NEW-DATE
               ELSE
                   MOVE BD-DATE TO NEW-DATE
               END-IF
               MOVE NEW-DATE TO PD-DATE
               MOVE "R" TO PD-MODE
               MOVE NEW-DATE TO PD-ROLL-DATE
               MOVE SPACES TO AUD-EVENT
               STRING "ROLL:" DELIMITED BY SIZE
                      NEW-DATE DELIMITED BY SIZE
                      ":OP=" DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE "INFO " TO AUD-SEVERITY
           END-IF.
      * The pin remembers where the roll cycle stood, so UNPIN can
      * put the shop back on it; re-pinning keeps the original
           IF PDC-ACTION = "PIN  "
               MOVE PIN-DATE TO NEW-DATE
               MOVE NEW-DATE TO PD-DATE
               MOVE "P" TO PD-MODE
               MOVE CUR-ROLL-DATE TO PD-ROLL-DATE
               MOVE SPACES TO AUD-EVENT
               STRING "PIN:" DELIMITED BY SIZE
                      NEW-DATE DELIMITED BY SIZE
                      ":OP=" DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE "WARN " TO AUD-SEVERITY
           END-IF.
           IF PDC-ACTION = "UNPIN"
               IF CUR-MODE NOT = "P"
                   MOVE "CORE-PROCDATE: date is not pinned" TO BUFFER
                   MOVE 33 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               MOVE CUR-ROLL-DATE TO NEW-DATE
               MOVE NEW-DATE TO PD-DATE
               MOVE "R" TO PD-MODE
               MOVE NEW-DATE TO PD-ROLL-DATE
               MOVE SPACES TO AUD-EVENT
               STRING "UNPIN:" DELIMITED BY SIZE
                      NEW-DATE DELIMITED BY SIZE
                      ":OP=" DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE "INFO " TO AUD-SEVERITY
           END-IF.
      * One-record rewrite, stamped with who changed it and when
           MOVE NOW-DATE TO PD-SET-DATE.
           MOVE NOW-TIME TO PD-SET-TIME.
           MOVE OPERATOR-ID TO PD-OPERATOR.
           OPEN OUTPUT PROCDATE-FILE.
           IF PD-FILE-STATUS NOT = "00"
               MOVE "CORE-PROCDATE: cannot write config/core.procdate"
                   TO BUFFER
               MOVE 48 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           WRITE PROCDATE-RECORD.
           CLOSE PROCDATE-FILE.
           MOVE 0 TO AUD-RC.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           MOVE SPACES TO BUFFER.
           STRING "CORE-PROCDATE: " DELIMITED BY SIZE
                  PDC-ACTION DELIMITED BY SPACE
                  " processing date now " DELIMITED BY SIZE
                  NEW-DATE DELIMITED BY SIZE
                  " (was " DELIMITED BY SIZE
                  CUR-DATE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 70 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       CHECK-OPERATOR.
      * The id must exist in the permissions file, and for a pin or
      * unpin carry the destructive-actions column; no file means
      * nobody is authorized, which fails closed rather than open
           MOVE "N" TO OPERATOR-OK-SWITCH.
           OPEN INPUT OPERATORS-FILE.
           IF OPER-FILE-STATUS = "00"
               PERFORM UNTIL OPER-FILE-STATUS NOT = "00"
                   READ OPERATORS-FILE
                       AT END
                           MOVE "10" TO OPER-FILE-STATUS
                       NOT AT END
                           IF OP-ID = OPERATOR-ID
                               AND (OP-DESTRUCT = "Y"
                                   OR NEED-DESTRUCT-SWITCH = "N")
                               MOVE "Y" TO OPERATOR-OK-SWITCH
                               MOVE "10" TO OPER-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
           END-IF.
