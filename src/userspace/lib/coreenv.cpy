      * CoreA Environment Marker Record (COBOL)
      * config/core.env names the environment a working directory
      * belongs to. The installation root has none (or PROD); each
      * environment seeded under env/<name> carries its own, written
      * by CORE-BACKUP SEED, so CORE-ENV can tell where a program
      * stands before it opens a single file
       01 ENV-CONF-RECORD.
           05 EC-NAME       PIC X(8).
