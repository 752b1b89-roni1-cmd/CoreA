      * CoreA Report Distribution List Record (COBOL)
      * One row of config/report.distrib: which report, or which part
      * of it, goes to which recipient, and on which days. CORE-DISTRIB
      * reads it after the nightly stream and bursts each report due
      * that processing date into one delivery file per recipient.
      *   DS-DAYS    ALL, a weekday MON..SUN, BUSINESS (a business day
      *              by CORE-CALENDAR) or LASTBDAY (the month's last
      *              business day)
      *   DS-SELECT  W or blank - the whole report
      *              L - only the lines holding DS-MATCH
      *              S - the section opening at the line holding
      *                  DS-MATCH and running to the line before the
      *                  next one holding DS-END, or to the end of the
      *                  report when DS-END is blank
      *   DS-DROP    the directory the recipient's delivery file is
      *              written to; blank is the delivery directory. A
      *              recipient's file goes where its first row says
       01 DISTRIB-RECORD.
           05 DS-REPORT      PIC X(30).
           05 DS-RECIPIENT   PIC X(20).
           05 DS-DAYS        PIC X(8).
           05 DS-SELECT      PIC X(1).
           05 DS-MATCH       PIC X(20).
           05 DS-END         PIC X(20).
           05 DS-DROP        PIC X(40).
