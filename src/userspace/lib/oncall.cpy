      * CoreA On-Call Rota Record (COBOL)
      * One row of config/core.oncall, the operations on-call rota:
      * for a weekday (MON..SUN, or ALL for every day) and a named
      * shift running from a start to an end clock time, HHMM, the
      * primary and backup contact for alerts of one severity (0 for
      * every severity). A shift whose end is earlier than its start
      * runs past midnight and belongs to the day it starts on; equal
      * times cover the whole day. The first row that covers a moment
      * wins, so specific rows go ahead of catch-all ones. Contacts
      * are the addresses the paging gateway knows them by
       01 ONCALL-RECORD.
           05 OC-DAY         PIC X(3).
           05 OC-SHIFT       PIC X(8).
           05 OC-START-HHMM  PIC 9(4).
           05 OC-END-HHMM    PIC 9(4).
           05 OC-SEVERITY    PIC 9(1).
           05 OC-PRIMARY     PIC X(20).
           05 OC-BACKUP      PIC X(20).
