       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-CTLTOT.
      * CoreA Shared Control-Total Poster (COBOL)
      * The one place a step appends its control totals to the shop
      * balancing file core_ctl.totals. The caller fills the step,
      * rule, file, count and hash columns of a ctltotal.cpy record
      * and CALLs here; the posting is stamped with the processing
      * date from CORE-DATE, so a rerun the next morning balances
      * against the night it belongs to, and with the time. Under
      * CORE-BATCH the stream and step come from the COREA_STREAM and
      * COREA_STEP environment names the driver sets for each step,
      * so the posting carries the names the stream file gives it; a
      * program run any other way posts under the step name it passed
      * and a blank stream
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-TOTAL-FILE ASSIGN TO "core_ctl.totals"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-TOTAL-FILE.
       01 CTL-TOTAL-FILE-RECORD PIC X(174).
       WORKING-STORAGE SECTION.
       01 CT-FILE-STATUS  PIC XX.
       01 ENV-STREAM      PIC X(20).
       01 ENV-STEP        PIC X(20).
       LINKAGE SECTION.
       COPY "ctltotal.cpy".
       PROCEDURE DIVISION USING CTL-TOTAL-RECORD.
           CALL "CORE-DATE" USING CT-DATE.
           ACCEPT CT-TIME FROM TIME.
           MOVE SPACES TO ENV-STREAM.
           ACCEPT ENV-STREAM FROM ENVIRONMENT "COREA_STREAM"
               ON EXCEPTION
                   MOVE SPACES TO ENV-STREAM
           END-ACCEPT.
           MOVE SPACES TO ENV-STEP.
           ACCEPT ENV-STEP FROM ENVIRONMENT "COREA_STEP"
               ON EXCEPTION
                   MOVE SPACES TO ENV-STEP
           END-ACCEPT.
           MOVE ENV-STREAM TO CT-STREAM.
           IF ENV-STEP NOT = SPACES
               MOVE ENV-STEP TO CT-STEP
           END-IF.
      * Counts the caller never set are posted as zero rather than
      * left to poison the balancing file
           IF CT-READ IS NOT NUMERIC
               MOVE 0 TO CT-READ
           END-IF.
           IF CT-WRITTEN IS NOT NUMERIC
               MOVE 0 TO CT-WRITTEN
           END-IF.
           IF CT-REJECTED IS NOT NUMERIC
               MOVE 0 TO CT-REJECTED
           END-IF.
           IF CT-IN-HASH IS NOT NUMERIC
               MOVE 0 TO CT-IN-HASH
           END-IF.
           IF CT-OUT-HASH IS NOT NUMERIC
               MOVE 0 TO CT-OUT-HASH
           END-IF.
           OPEN EXTEND CTL-TOTAL-FILE.
           IF CT-FILE-STATUS NOT = "00"
               OPEN OUTPUT CTL-TOTAL-FILE
           END-IF.
           IF CT-FILE-STATUS = "00"
               MOVE CTL-TOTAL-RECORD TO CTL-TOTAL-FILE-RECORD
               WRITE CTL-TOTAL-FILE-RECORD
               CLOSE CTL-TOTAL-FILE
           END-IF.
           GOBACK.
