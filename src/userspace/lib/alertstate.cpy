      * CoreA Alert State Record (COBOL)
      * One carried alert of core_alert.state: the ACK flag, how many
      * runs it has been seen, and its identity - the file and line
      * text CORE-ALERT's scan found it under. CORE-ALERT rewrites
      * the file every run from the alerts still standing, so a
      * cleared condition drops out by itself; its position in the
      * file is the ID: an ACK names. SHIFT-HANDOVER reads it for the
      * alerts the incoming shift inherits
       01 STATE-RECORD.
           05 AS-ACK     PIC X(1).
           05 AS-AGE     PIC 9(3).
           05 AS-FILE    PIC X(24).
           05 AS-LINE    PIC X(70).
      * The ID of the incident the alert was correlated into - its
      * own ID when it is the incident's primary or stands alone
           05 AS-GROUP   PIC 9(3).
