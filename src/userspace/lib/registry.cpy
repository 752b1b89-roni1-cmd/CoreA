      * CoreA Program Registry Record (COBOL)
      * One record of corectl.registry, the name-to-path table CORECTL,
      * TASKSCHED and CORE-QSUB resolve programs through: shop name,
      * executable path, default parameters used when the job list
      * gives none, and an enabled flag so a job can be pulled without
      * deleting its row. Every reader declares the whole record, so
      * a line carrying the accounting columns is read as one record
       01 REGISTRY-RECORD.
           05 RG-NAME       PIC X(20).
           05 RG-PATH       PIC X(60).
           05 RG-PARAMS     PIC X(40).
           05 RG-ENABLED    PIC X(1).
      * The business area that owns the program and the cost centre
      * its batch time is charged to; blank leaves the program's runs
      * UNASSIGNED in JOB-ACCOUNT's chargeback
           05 RG-DEPT        PIC X(10).
           05 RG-COST-CENTRE PIC X(8).
