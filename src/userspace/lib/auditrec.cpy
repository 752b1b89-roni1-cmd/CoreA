      * writer-side change can no longer break them all at once.
      * AU-SEQ is the running tamper-evidence number AUDIT-VERIFY
      * follows, and AU-RUN-PID is the journaling process's PID -
      * the run id that ties a line to one concrete execution, and
      * AU-ENV the environment (PROD, TEST, ...) it ran in.
      * AU-DRILL is Y on a record a fault-injection drill caused
      * (CORE-FAULT's own INJECTED record and the failure the program
      * reported for it), so failure statistics can leave drills out.
      * AUDIT-CONVERT migrates pre-conversion free-text lines (and
      * rotated generations) into this shape once
       01 AUDIT-LOG-RECORD.
           05 AU-DATE      PIC 9(8).
           05 AU-TIME      PIC 9(8).
           05 AU-RUN-PID   PIC 9(9).
           05 AU-ENV       PIC X(8).
           05 AU-DRILL     PIC X(1).
