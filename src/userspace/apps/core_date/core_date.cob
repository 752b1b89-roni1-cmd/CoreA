       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-DATE.
      * CoreA Shared Processing-Date Reader (COBOL)
      * Hands the caller the shop business date from the control
      * record CORE-PROCDATE keeps, so a stream rerun at 08:30 the
      * next morning still stamps and decides as of the night it is
      * rerunning. The record is re-read on every call rather than
      * held: TASKSCHED cycles across midnight, and an operator's
      * roll or pin must reach it on the next cycle, not the next
      * start. A missing or unreadable record means the shop has not
      * taken the date under control yet and the system date is
      * returned, the behavior before the control record existed
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE-FILE ASSIGN TO "config/core.procdate"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROCDATE-FILE.
       COPY "procdate.cpy".
       WORKING-STORAGE SECTION.
       01 PD-FILE-STATUS  PIC XX.
       LINKAGE SECTION.
       01 PROC-DATE      PIC 9(8).
       PROCEDURE DIVISION USING PROC-DATE.
           ACCEPT PROC-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PROCDATE-FILE.
           IF PD-FILE-STATUS = "00"
               READ PROCDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PD-DATE IS NUMERIC
                           AND PD-DATE > 19000101
                           MOVE PD-DATE TO PROC-DATE
                       END-IF
               END-READ
               CLOSE PROCDATE-FILE
           END-IF.
           GOBACK.
