      * CoreA Named Lock Record (COBOL)
      * One entry of config/lock.names: a shared control file's name,
      * the LOCKMGR mutex id its rewrites serialize on, and the
      * generation its last rewrite left it at, with who made that
      * rewrite and when. CORE-FILELOCK hands out the ids - from 100
      * up, clear of the small ids programs agree on by hand and the
      * reserved 99 - and keeps the generations; LOCKMGR accepts the
      * file name wherever it takes a mutex id
       01 LOCK-NAME-RECORD.
           05 LN-FILE        PIC X(30).
           05 LN-MUTEX-ID    PIC 9(9).
           05 LN-GENERATION  PIC 9(9).
           05 LN-PROGRAM     PIC X(20).
           05 LN-DATE        PIC 9(8).
           05 LN-TIME        PIC 9(8).
