               "0009Signal delivery failed                 ".
           05 FILLER PIC X(44) VALUE
               "0010Clock operation failed                 ".
      * 996 is CORE-BATCH's step out of balance, 997 the drivers'
      * shared maintenance-blackout deferral;
      * 998 and 999 are CORECTL's own registry verdicts, mirrored by
      * TASKSCHED's queue dispatch
           05 FILLER PIC X(44) VALUE
               "0996Control totals out of balance          ".
           05 FILLER PIC X(44) VALUE
               "0997Deferred by maintenance blackout       ".
           05 FILLER PIC X(44) VALUE
               "0998Job disabled in registry               ".
           05 FILLER PIC X(44) VALUE
           05 FILLER PIC X(44) VALUE
               "9999Unrecognized return code               ".
       01 RETCODE-TABLE REDEFINES RETCODE-VALUES.
           05 RETCODE-ENTRY OCCURS 16 TIMES.
               10 RC-LOOKUP-CODE  PIC X(4).
               10 RC-LOOKUP-TEXT  PIC X(40).
