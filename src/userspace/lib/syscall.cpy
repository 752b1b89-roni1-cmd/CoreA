           05 SYS-MSGQUEUE     PIC 9(4) VALUE 9.
           05 SYS-SIGNAL       PIC 9(4) VALUE 10.
           05 SYS-CLOCK        PIC 9(4) VALUE 11.
           05 SYS-RUSAGE       PIC 9(4) VALUE 12.

       01 PIPE-FD TYPEDEF.
           05 READ-FD          PIC 9(9).
           05 SHM-OWNER-PID    PIC 9(9).
           05 SHM-ALLOC-DATE   PIC 9(8).
           05 SHM-ALLOC-TIME   PIC 9(8).
      * The segment's number in shm.registry, handed out by
      * CORE-SHMREG when the allocation is registered; zero for a
      * segment that never made it into the registry
           05 SHM-SEG-ID       PIC 9(9).

       01 MSG-QUEUE-DATA TYPEDEF.
           05 MQ-ID             PIC 9(9).
           05 CLOCK-SECONDS     PIC 9(8).
           05 CLOCK-MICROS      PIC 9(6).

      * What a finished child cost: user and system CPU time in
      * hundredths of a second and its peak resident memory in KB,
      * each covering the child and everything it ran and waited
      * for. RU-PID names a forked child; the call waits for it to
      * finish and reaps it. RU-PID 0 asks instead for the child
      * most recently finished under a CALL "system" in this
      * process. A child already reaped, or none at all, returns
      * 0004 (No child processes) with the figures zero
       01 RUSAGE-DATA TYPEDEF.
           05 RU-PID            PIC 9(9).
           05 RU-USER-CS        PIC 9(8).
           05 RU-SYSTEM-CS      PIC 9(8).
           05 RU-PEAK-KB        PIC 9(9).

      * Handed to CORE-FAULT before a FORK, PIPE, SHM, MSGQUEUE,
      * MUTEX acquire, SIGNAL, CLOCK or RUSAGE call: the program sets
      * FAULT-PROGRAM once and FAULT-CALL per call; a FAULT-RC other
      * than zero is a drill failure to take in place of making the
      * call, an error code out of SYSCALL-ERROR-TABLE
       01 FAULT-CHECK.
           05 FAULT-PROGRAM     PIC X(20) VALUE SPACES.
           05 FAULT-CALL        PIC X(8).
           05 FAULT-RC          PIC 9(4).

      * Descriptive text for a syscall RESULT/RETURN-CODE, so a failed
      * call can report why instead of a fixed, generic string. Looked
      * up by matching ERR-CODE against the failing RESULT value.
