      * CoreA Control-File Lock Request (COBOL)
      * The parameter block a program passes to CORE-FILELOCK to
      * serialize a rewrite of one of the shared control files. Each
      * file has a named LOCKMGR lock - a mutex id handed out the
      * first time the name is used and kept in config/lock.names -
      * and a generation number that every participating rewrite
      * bumps. The pattern is:
      *     READ    before the file is read: returns its generation
      *     LOCK    before the rewrite: waits for the file's mutex,
      *             then reports in FL-CONFLICT whether the file has
      *             been rewritten since the generation passed in
      *     UNLOCK  after the rewrite: bumps the generation when
      *             FL-CHANGED says the file was written, and frees
      *             the mutex
      * A writer told of a conflict re-reads the file under the lock
      * and reapplies its change, or gives up cleanly; either way the
      * wait and the conflict are recorded for LOCK-STATS
       01 FILE-LOCK-REQUEST.
           05 FL-FUNCTION    PIC X(6).
           05 FL-PROGRAM     PIC X(20).
           05 FL-FILE        PIC X(30).
      * "Y" has LOCK compare FL-GENERATION with the file's; "N" is
      * for a writer that only appends and read nothing beforehand
           05 FL-CHECK       PIC X(1).
           05 FL-CHANGED     PIC X(1).
      * In: the generation the caller read the file at. Out: the
      * file's generation now - after the bump, for an UNLOCK
           05 FL-GENERATION  PIC 9(9).
           05 FL-MUTEX-ID    PIC 9(9).
           05 FL-CONFLICT    PIC X(1).
      * The program whose rewrite last bumped the generation, so a
      * losing writer can say who it lost to
           05 FL-LAST-PROGRAM PIC X(20).
           05 FL-WAIT-SECS   PIC 9(5).
      * Non-zero when the mutex could not be taken; the caller must
      * not rewrite the file
           05 FL-RC          PIC 9(9).
