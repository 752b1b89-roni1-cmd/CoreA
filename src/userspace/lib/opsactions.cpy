      * CoreA Operator Console Actions (COBOL)
      * The CORE-OPS menu, one entry per selection 1-10: the menu text
      * and the executable the selection runs, blank for a selection
      * CORE-OPS handles itself. CORE-OPS draws its menu and its
      * commands from this table and WHERE-USED reads the same one,
      * so a program the console starts is never missing from the
      * where-used report
       01 OPS-ACTION-VALUES.
           05 FILLER PIC X(36) VALUE "Show TASKSCHED queue".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(36) VALUE "Set scheduler stop flag".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(36) VALUE "Clear scheduler stop flag".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
               "Run health check and show matrix".
           05 FILLER PIC X(60) VALUE
               "diagnostics/core_healthcheck/core_healthcheck".
           05 FILLER PIC X(36) VALUE "Tail of audit.log".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(36) VALUE "Run CORECTL job set".
           05 FILLER PIC X(60) VALUE
               "src/userspace/apps/corectl/corectl".
           05 FILLER PIC X(36) VALUE "Run CORE-BATCH stream".
           05 FILLER PIC X(60) VALUE
               "src/userspace/apps/core_batch/core_batch".
           05 FILLER PIC X(36) VALUE "Display a report file".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(36) VALUE "Show live run-state board".
           05 FILLER PIC X(60) VALUE
               "diagnostics/run_board/run_board".
           05 FILLER PIC X(36) VALUE "Produce shift handover report".
           05 FILLER PIC X(60) VALUE
               "diagnostics/shift_handover/shift_handover".
       01 OPS-ACTION-TABLE REDEFINES OPS-ACTION-VALUES.
           05 OPS-ACTION OCCURS 10 TIMES.
               10 OA-LABEL      PIC X(36).
               10 OA-EXE        PIC X(60).
       01 OPS-ACTION-COUNT  PIC 9(2)  VALUE 10.
