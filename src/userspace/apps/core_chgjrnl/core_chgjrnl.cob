       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-CHGJRNL.
      * CoreA Shared Change-Journal Writer (COBOL)
      * The one place a before-image and after-image of a changed
      * control-file record is appended to config/change.journal,
      * the way CORE-AUDIT is the one place audit lines go. The
      * caller fills the operator, program, file, action, key and
      * image columns of a chgjrnl.cpy record and CALLs here; the
      * entry is stamped with the next journal sequence number and
      * the wall-clock date and time, so CORE-UNDO can name one
      * change by number or every change after a point in time.
      * The sequence draw and the append are serialized through the
      * reserved mutex 99, the same bracket the shop's other
      * shared-file writers take - so a caller holding 99 itself
      * must release it before calling here
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "config/change.journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CJ-FILE-STATUS.
           SELECT SEQ-CONF-FILE ASSIGN TO "config/.cj-seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL-FILE.
       01 CHANGE-JOURNAL-FILE-RECORD PIC X(519).
      * The running entry sequence, only ever touched inside the
      * mutex bracket so no two entries draw the same number
       FD  SEQ-CONF-FILE.
       01 SEQ-CONF-RECORD PIC 9(9).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 CJ-FILE-STATUS  PIC XX.
       01 SEQ-FILE-STATUS PIC XX.
       01 JOURNAL-SEQ     PIC 9(9)  VALUE 0.
       01 MUTEX-INSTANCE  TYPE MUTEX-DATA.
       01 SERIAL-RESULT   PIC 9(9).
      * Mutex 99 is reserved shop-wide for shared-file serialization
       01 SERIAL-MUTEX-ID PIC 9(9)  VALUE 99.
       LINKAGE SECTION.
       COPY "chgjrnl.cpy".
       PROCEDURE DIVISION USING CHANGE-JOURNAL-RECORD.
      * The caller's name is the one its fault-injection rules use
           MOVE CJ-PROGRAM TO FAULT-PROGRAM.
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
      * Without the bracket no sequence number can be drawn safely:
      * nothing is journaled, there is nothing to release, and the
      * caller gets the entry back with sequence zero
           IF SERIAL-RESULT NOT = 0
               MOVE 0 TO CJ-SEQ
               GOBACK
           END-IF.
      * Take the next sequence number while the mutex is ours
           MOVE 0 TO JOURNAL-SEQ.
           OPEN INPUT SEQ-CONF-FILE.
           IF SEQ-FILE-STATUS = "00"
               READ SEQ-CONF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-CONF-RECORD IS NUMERIC
                           MOVE SEQ-CONF-RECORD TO JOURNAL-SEQ
                       END-IF
               END-READ
               CLOSE SEQ-CONF-FILE
           END-IF.
           ADD 1 TO JOURNAL-SEQ.
           OPEN OUTPUT SEQ-CONF-FILE.
           MOVE JOURNAL-SEQ TO SEQ-CONF-RECORD.
           WRITE SEQ-CONF-RECORD.
           CLOSE SEQ-CONF-FILE.
      * Wall-clock date and time, not the processing date: an undo
      * "after a point in time" means the time the operator saw
           MOVE JOURNAL-SEQ TO CJ-SEQ.
           ACCEPT CJ-DATE FROM DATE YYYYMMDD.
           ACCEPT CJ-TIME FROM TIME.
           IF CJ-KEY-OFFSET IS NOT NUMERIC
               MOVE 0 TO CJ-KEY-OFFSET
           END-IF.
           IF CJ-KEY-LENGTH IS NOT NUMERIC
               MOVE 0 TO CJ-KEY-LENGTH
           END-IF.
           IF CJ-UNDO-OF IS NOT NUMERIC
               MOVE 0 TO CJ-UNDO-OF
           END-IF.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF CJ-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF CJ-FILE-STATUS = "00"
               MOVE CHANGE-JOURNAL-RECORD
                   TO CHANGE-JOURNAL-FILE-RECORD
               WRITE CHANGE-JOURNAL-FILE-RECORD
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.
           MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE.
           CALL "sys_mutex_c" USING MUTEX-INSTANCE GIVING SERIAL-RESULT.
           GOBACK.
