      * CoreA Shared-Memory Segment Registry Record (COBOL)
      * One record of shm.registry, the shop-wide list of the shared
      * memory segments allocated and not yet released, kept the way
      * lockmgr.registry keeps the locks held: a row goes in when a
      * program's sys_shm_c succeeds and comes out again when the
      * segment is freed, so a row still here names a segment
      * somebody is holding - or has leaked. CORE-SHMREG keeps the
      * file; CORE-IPC-RECON, MEM-ANALYZER and RUN-TRACE read it
       01 SHM-REG-RECORD.
           05 SG-SEG-ID      PIC 9(9).
           05 SG-SIZE        PIC 9(9).
           05 SG-OWNER-PID   PIC 9(9).
           05 SG-PROGRAM     PIC X(20).
           05 SG-ALLOC-DATE  PIC 9(8).
           05 SG-ALLOC-TIME  PIC 9(8).
