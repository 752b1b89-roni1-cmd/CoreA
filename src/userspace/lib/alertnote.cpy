      * CoreA Alert Notification Record (COBOL)
      * One notification CORE-ALERT raises for an alert: when it was
      * sent, why (NEW for an alert first seen, ESC for one whose
      * severity has just escalated, BKUP for the re-send to the
      * backup of one left unacknowledged), the contact it is
      * addressed to and in which role (P primary, B backup) on which
      * rota shift, and the alert itself - its ID: for an ACK, its
      * severity, age in runs, and the file and line it stands on.
      * Written to core_alert.outbound, which the paging gateway
      * collects, and to core_alert.notify.log, the standing record
      * of who was told what and when. A contact of NO-ON-CALL means
      * the rota had nobody covering the alert at that moment
       01 ALERT-NOTIFY-RECORD.
           05 AN-DATE        PIC 9(8).
           05 AN-TIME        PIC 9(8).
           05 AN-REASON      PIC X(4).
           05 AN-ROLE        PIC X(1).
           05 AN-CONTACT     PIC X(20).
           05 AN-SHIFT       PIC X(8).
           05 AN-ALERT-ID    PIC 9(3).
           05 AN-SEVERITY    PIC 9(1).
           05 AN-AGE         PIC 9(3).
           05 AN-FILE        PIC X(24).
           05 AN-LINE        PIC X(70).
