       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-AUDIT-RECON.
      * CoreA Exit-Code / Audit-Trail Reconciliation (COBOL)
      * Cross-matches every failed JOB-RC in corectl.report and
      * STEP-RC in core_batch.report against same-day audit.log
      * entries for that program, and reports unmatched failures in
      * both directions - a reported failure with no audit line means
      * a failure path skipped its logging, and an audit failure with
      * no reported RC means a job died without its driver noticing.
      * "Failed" is the shop RC policy's verdict (CORE-RCPOLICY), the
      * same one the drivers judge by: an RC the policy calls OK or
      * WARN, or a blackout deferral, is not a failure on either side.
      * A core_batch.report STEP line already carries CORE-BATCH's
      * verdict - judged under the registered program the step runs -
      * in its STATUS: word, and that is taken as it stands
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 RECON-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 WK-JNAME      PIC X(20).
       01 WK-SEV        PIC X(5).
       01 WK-TIMEOUT    PIC X.
       01 WK-FAILED     PIC X.
       01 RCP-PROGRAM   PIC X(20).
       01 RCP-RC        PIC 9(9).
       01 RCP-VERDICT   PIC X(4).
       01 T             PIC 9(4).
       01 T2            PIC 9(4).
       01 EXCEPTION-COUNT PIC 9(4) VALUE 0.
      * Failed exit codes pulled from the two reports
       01 RF-TOTAL      PIC 9(3)  VALUE 0.
       01 RF-TABLE.
           05 RF-ENTRY OCCURS 100 TIMES.
               10 AUE-RC      PIC X(9).
               10 AUE-MATCHED PIC X.
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * "Today" is the shop processing date, the date CORECTL and
      * CORE-AUDIT stamp their records with
           CALL "CORE-DATE" USING TODAY-DATE.
      * corectl.report: JOB lines with a failed RC (the report is
      * rebuilt each run, so its failures carry today's date)
           OPEN INPUT CORECTL-REPORT-FILE.
           IF CORECTL-FILE-STATUS = "00"
           END-PERFORM.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE "CoreA Exit-Code/Audit Reconciliation" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE RECON-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM REPORT-LINE.
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE "OK  " TO RCP-VERDICT.
           IF WK-RC NOT = SPACES
               MOVE WK-NAME TO RCP-PROGRAM
               MOVE WK-RC(1:5) TO RCP-RC
               CALL "CORE-RCPOLICY" USING RCP-PROGRAM RCP-RC
                   RCP-VERDICT
           END-IF.
           IF RCP-VERDICT = "FAIL"
               AND RF-TOTAL < 100
               ADD 1 TO RF-TOTAL
               MOVE WK-NAME TO RF-PROG(RF-TOTAL)
           MOVE SPACES TO WK-RC.
           MOVE TODAY-DATE TO WK-DATE.
           MOVE "N" TO WK-TIMEOUT.
           MOVE "N" TO WK-FAILED.
           PERFORM VARYING TOK-IDX FROM 2 BY 1 UNTIL TOK-IDX > 12
               IF TOK(TOK-IDX)(1:6) = "START:"
                   AND TOK(TOK-IDX)(7:8) IS NUMERIC
               END-IF
               IF TOK(TOK-IDX) = "STATUS:TIMEOUT"
                   MOVE "Y" TO WK-TIMEOUT
                   MOVE "Y" TO WK-FAILED
               END-IF
               IF TOK(TOK-IDX) = "STATUS:FAILED"
                   OR TOK(TOK-IDX) = "STATUS:OUT-OF-BALANCE"
                   MOVE "Y" TO WK-FAILED
               END-IF
               IF TOK(TOK-IDX)(1:3) = "RC:"
                   AND TOK(TOK-IDX)(4:5) IS NUMERIC
           IF WK-TIMEOUT = "Y" AND WK-RC = SPACES
               MOVE "99999" TO WK-RC
           END-IF.
      * FAILED, TIMEOUT and OUT-OF-BALANCE are failures; OK, WARN
      * and the skipped, awaiting and launched lines are not
           IF WK-FAILED = "Y"
               AND RF-TOTAL < 100
               ADD 1 TO RF-TOTAL
               MOVE WK-NAME TO RF-PROG(RF-TOTAL)
       PARSE-AUDIT-LINE.
           MOVE AU-PROGRAM TO WK-PROG.
           MOVE SPACES TO WK-JNAME.
      * CORECTL's JOB-FAIL and JOB-WARN events carry the job's name
      * after the colon - the marker the old J: token used to carry
           IF AU-EVENT(1:9) = "JOB-FAIL:" OR AU-EVENT(1:9) = "JOB-WARN:"
               MOVE AU-EVENT(10:20) TO WK-JNAME
           END-IF.
           MOVE AU-SEVERITY TO WK-SEV.
               MOVE 0 TO WK-RC-NUM
               MOVE SPACES TO WK-RC
           END-IF.
      * WARN records are outcomes nobody judged a failure - a policy
      * WARN, an SLA overrun, a blackout deferral - and the rest are
      * judged by the policy against the job they name, or the
      * program that wrote them
           MOVE "OK  " TO RCP-VERDICT.
           IF WK-RC-NUM NOT = 0
               AND WK-SEV(1:4) NOT = "INFO"
               AND WK-SEV(1:4) NOT = "WARN"
               IF WK-JNAME NOT = SPACES
                   MOVE WK-JNAME TO RCP-PROGRAM
               ELSE
                   MOVE WK-PROG TO RCP-PROGRAM
               END-IF
               MOVE AU-RC TO RCP-RC
               CALL "CORE-RCPOLICY" USING RCP-PROGRAM RCP-RC
                   RCP-VERDICT
           END-IF.
           IF WK-PROG NOT = SPACES AND AUE-TOTAL < 500
               AND RCP-VERDICT = "FAIL"
               ADD 1 TO AUE-TOTAL
               MOVE WK-PROG TO AUE-PROG(AUE-TOTAL)
               MOVE WK-JNAME TO AUE-JNAME(AUE-TOTAL)
