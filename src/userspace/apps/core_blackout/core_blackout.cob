       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-BLACKOUT.
      * CoreA Shared Maintenance-Blackout Check (COBOL)
      * The one place TASKSCHED, CORE-BATCH and CORECTL ask whether
      * new work may start right now. config/core.blackout lists the
      * platform team's change windows as dated start/end periods on
      * the wall clock with a reason; inside one, nothing new is
      * launched. An emergency job can still be let through by an
      * operator row in config/core.override naming the job (or the
      * driver, for everything that driver starts, or * for every
      * job) for one day, and the operator on that row must be
      * in config/core.operators with the destructive-actions column
      * set, the same fail-closed check CORE-QADM applies to a cancel.
      * Callers pass their driver name and the job, step or program
      * name, and get back a verdict:
      *   R  no blackout in force - run as normal
      *   D  inside a blackout - defer; BLK-REASON says why
      *   O  inside a blackout but overridden - run; BLK-OPERATOR is
      *      the operator the override is attributed to
      * The driver records a deferral or override on the run ledger
      * and through CORE-AUDIT itself, so it can record it once per
      * deferral rather than once per look. Both files are re-read on
      * every call, so a window added while TASKSCHED is cycling takes
      * effect on its next cycle
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLACKOUT-FILE ASSIGN TO "config/core.blackout"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLK-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "config/core.override"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVR-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "config/core.operators"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One change window per record: from start date and HHMM up to
      * (not including) end date and HHMM, and why
       FD  BLACKOUT-FILE.
       01 BLACKOUT-RECORD.
           05 BO-START-DATE  PIC 9(8).
           05 BO-START-HHMM  PIC 9(4).
           05 BO-END-DATE    PIC 9(8).
           05 BO-END-HHMM    PIC 9(4).
           05 BO-REASON      PIC X(40).
      * One emergency override per record: the job let through, the
      * wall-clock date it is good for, and who authorized it
       FD  OVERRIDE-FILE.
       01 OVERRIDE-RECORD.
           05 OV-NAME        PIC X(20).
           05 OV-DATE        PIC 9(8).
           05 OV-OPERATOR    PIC X(8).
       FD  OPERATORS-FILE.
       01 OPERATORS-RECORD.
           05 OP-ID         PIC X(8).
           05 OP-DESTRUCT   PIC X(1).
       WORKING-STORAGE SECTION.
       01 BLK-FILE-STATUS PIC XX.
       01 OVR-FILE-STATUS PIC XX.
       01 OPER-FILE-STATUS PIC XX.
       01 NOW-DATE        PIC 9(8).
       01 NOW-TIME-RAW    PIC 9(8).
       01 NOW-HHMM        PIC 9(4).
      * Wall-clock moment and window bounds as one comparable
      * yyyymmddhhmm figure
       01 NOW-STAMP       PIC 9(12).
       01 WIN-START-STAMP PIC 9(12).
       01 WIN-END-STAMP   PIC 9(12).
       01 IN-BLACKOUT-SWITCH PIC X.
       01 OPERATOR-ID     PIC X(8).
       01 OPERATOR-OK-SWITCH PIC X.
       LINKAGE SECTION.
       01 BLK-DRIVER    PIC X(10).
       01 BLK-NAME      PIC X(20).
       01 BLK-VERDICT   PIC X(1).
       01 BLK-REASON    PIC X(40).
       01 BLK-OPERATOR  PIC X(8).
       PROCEDURE DIVISION USING BLK-DRIVER BLK-NAME BLK-VERDICT
           BLK-REASON BLK-OPERATOR.
           MOVE "R" TO BLK-VERDICT.
           MOVE SPACES TO BLK-REASON.
           MOVE SPACES TO BLK-OPERATOR.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-RAW FROM TIME.
           MOVE NOW-TIME-RAW(1:4) TO NOW-HHMM.
           COMPUTE NOW-STAMP = NOW-DATE * 10000 + NOW-HHMM.
      * No blackout file means no windows are scheduled
           MOVE "N" TO IN-BLACKOUT-SWITCH.
           OPEN INPUT BLACKOUT-FILE.
           IF BLK-FILE-STATUS = "00"
               PERFORM UNTIL BLK-FILE-STATUS NOT = "00"
                   READ BLACKOUT-FILE
                       AT END
                           MOVE "10" TO BLK-FILE-STATUS
                       NOT AT END
                           IF BO-START-DATE IS NUMERIC
                               AND BO-START-HHMM IS NUMERIC
                               AND BO-END-DATE IS NUMERIC
                               AND BO-END-HHMM IS NUMERIC
                               COMPUTE WIN-START-STAMP =
                                   BO-START-DATE * 10000
                                   + BO-START-HHMM
                               COMPUTE WIN-END-STAMP =
                                   BO-END-DATE * 10000 + BO-END-HHMM
                               IF NOW-STAMP NOT < WIN-START-STAMP
                                   AND NOW-STAMP < WIN-END-STAMP
                                   MOVE "Y" TO IN-BLACKOUT-SWITCH
                                   MOVE BO-REASON TO BLK-REASON
                                   MOVE "10" TO BLK-FILE-STATUS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLACKOUT-FILE
           END-IF.
           IF IN-BLACKOUT-SWITCH = "N"
               GOBACK
           END-IF.
           IF BLK-REASON = SPACES
               MOVE "MAINTENANCE BLACKOUT" TO BLK-REASON
           END-IF.
           MOVE "D" TO BLK-VERDICT.
      * Inside a window: look for today's override naming this job,
      * its driver or every job, by an operator who may authorize it
           OPEN INPUT OVERRIDE-FILE.
           IF OVR-FILE-STATUS = "00"
               PERFORM UNTIL OVR-FILE-STATUS NOT = "00"
                   READ OVERRIDE-FILE
                       AT END
                           MOVE "10" TO OVR-FILE-STATUS
                       NOT AT END
                           IF (OV-NAME = BLK-NAME
                                   OR OV-NAME = BLK-DRIVER
                                   OR OV-NAME = "*")
                               AND OV-DATE = NOW-DATE
                               MOVE OV-OPERATOR TO OPERATOR-ID
                               PERFORM CHECK-OPERATOR
                               IF OPERATOR-OK-SWITCH = "Y"
                                   MOVE "O" TO BLK-VERDICT
                                   MOVE OV-OPERATOR TO BLK-OPERATOR
                                   MOVE "10" TO OVR-FILE-STATUS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.
           GOBACK.
       CHECK-OPERATOR.
      * The id must exist in the permissions file with the
      * destructive-actions column set; no file means nobody is
      * authorized, which fails closed rather than open
           MOVE "N" TO OPERATOR-OK-SWITCH.
           OPEN INPUT OPERATORS-FILE.
           IF OPER-FILE-STATUS = "00"
               PERFORM UNTIL OPER-FILE-STATUS NOT = "00"
                   READ OPERATORS-FILE
                       AT END
                           MOVE "10" TO OPER-FILE-STATUS
                       NOT AT END
                           IF OP-ID = OPERATOR-ID
                               AND OP-DESTRUCT = "Y"
                               MOVE "Y" TO OPERATOR-OK-SWITCH
                               MOVE "10" TO OPER-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
           END-IF.
